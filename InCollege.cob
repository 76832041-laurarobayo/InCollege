               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-REPORT-STATUS.

           SELECT JOBS-INBOUND-FILE ASSIGN TO 'JobsInbound.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-INBOUND-STATUS.

           SELECT JOBS-REJECT-FILE ASSIGN TO 'JobsInboundRejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-REJECT-STATUS.

           SELECT ROSTER-FILE ASSIGN TO 'RegistrarRoster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT VERIFY-FILE ASSIGN TO 'ProfileVerifications.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.

           SELECT TEMP-VERIFY-FILE
               ASSIGN TO "TempVerifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-VERIFY-STATUS.

           SELECT VERIFY-REPORT-FILE
               ASSIGN TO 'VerificationExceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-REPORT-STATUS.

           SELECT EVENTS-FILE ASSIGN TO 'Events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT EVENT-REGS-FILE ASSIGN TO 'EventRegistrations.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-REGS-STATUS.

           SELECT TEMP-EVENT-REGS-FILE
               ASSIGN TO "TempEventRegistrations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-EVENT-REGS-STATUS.

           SELECT EVENT-ROSTER-FILE
               ASSIGN TO 'EventCheckInRoster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-ROSTER-STATUS.

           SELECT EVENT-REPORT-FILE
               ASSIGN TO 'EventAttendanceReport.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-REPORT-STATUS.

           SELECT ANNOUNCE-FILE ASSIGN TO 'Announcements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNOUNCE-STATUS.

           SELECT SHORTLIST-REPORT-FILE
               ASSIGN TO 'ShortlistReport.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORTLIST-REPORT-STATUS.

           SELECT DUP-REPORT-FILE
               ASSIGN TO 'DuplicateAccounts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-REPORT-STATUS.

           SELECT TEMP-SKILLS-FILE
               ASSIGN TO "TempSkills.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-SKILLS-STATUS.

           SELECT TEMP-ENDORSE-FILE
               ASSIGN TO "TempEndorsements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-ENDORSE-STATUS.

           SELECT TEMP-PLACEMENTS-FILE
               ASSIGN TO "TempPlacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-PLACEMENTS-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO 'BackupCatalog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-CATALOG-STATUS.

           SELECT BACKUP-MANIFEST-FILE ASSIGN TO WS-BK-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-MANIFEST-STATUS.

           SELECT BACKUP-IN-FILE ASSIGN TO WS-BK-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-IN-STATUS.

           SELECT BACKUP-OUT-FILE ASSIGN TO WS-BK-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-OUT-STATUS.

           SELECT ARCHIVE-REGISTER-FILE ASSIGN TO 'ArchiveRegister.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREG-STATUS.

           SELECT RECORDS-REPORT-FILE
               ASSIGN TO 'PersonalRecords.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORDS-REPORT-STATUS.

           SELECT EMP-STMT-FILE ASSIGN TO 'EmployerStatements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STMT-STATUS.

           SELECT EMP-STMT-EXTRACT-FILE
               ASSIGN TO 'EmployerStatementExtract.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STMT-EXTRACT-STATUS.

           SELECT PROHIBITED-TERMS-FILE ASSIGN TO 'ProhibitedTerms.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT HELD-ITEMS-FILE ASSIGN TO 'HeldItems.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT TEMP-HELD-FILE ASSIGN TO 'TempHeldItems.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-HELD-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.  *> file descriptor for input file
           05 DC-SNAP-REQ-ACCEPTED PIC 9(09).
           05 DC-SNAP-REQ-REJECTED PIC 9(09).
           05 DC-SNAP-MESSAGES     PIC 9(09).
           *> moderation counters ride at the end of the record so a
           *> counters file written before them still lines up
           05 DC-CUM-HELD          PIC 9(09).
           05 DC-CUM-DECIDED       PIC 9(09).
           05 DC-SNAP-HELD         PIC 9(09).
           05 DC-SNAP-DECIDED      PIC 9(09).

       FD DIGEST-REPORT-FILE.
       01 DIGEST-REPORT-RECORD PIC X(200).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-RUN-DATE PIC X(6). *> YYMMDD
           05 RC-STEP-DONE OCCURS 6 TIMES PIC X.
           *> step 1 = generation backup of the master files, step 2
           *> = inbound job feed load (optional, only when a feed
           *> file has been dropped off), step 3 = daily digest (with
           *> the archive sweep), step 4 = reconciliation, step 5 =
           *> career extract, step 6 = retention purge

       *> append-only log of every batch run: start/end timestamps
       *> and record counts per step, proof the feed came from a
       FD TRANSCRIPT-REPORT-FILE.
       01 TRANSCRIPT-REPORT-RECORD PIC X(200).

       *> inbound posting feed from the larger recruiters, the mirror
       *> image of JobsExtract.txt: an H header (H|feed name|YYMMDD),
       *> one D row per opening
       *> (D|poster|title|description|employer|location|salary|
       *> closing), and a T trailer carrying the D row count
       FD JOBS-INBOUND-FILE.
       01 JOBS-INBOUND-RECORD PIC X(600).

       *> rows the feed load turned away: reason code, reason text,
       *> and the original row as received, so the recruiter can fix
       *> and resend just those openings
       FD JOBS-REJECT-FILE.
       01 JOBS-REJECT-RECORD PIC X(700).

       *> enrollment roster sent over by the registrar, one student
       *> per line: full name|university|major|expected grad year
       FD ROSTER-FILE.
       01 ROSTER-RECORD PIC X(300).

       *> outcome of the last roster match for each profile, keyed
       *> by username: 'V' verified, 'M' mismatch (the fields that
       *> differ are listed), 'N' not on the roster, 'U' unverified
       *> again because the student edited a verified field since
       FD VERIFY-FILE.
       01 VERIFY-RECORD.
           05 VER-USERNAME PIC X(20).
           05 VER-STATUS   PIC X.
           05 VER-MISMATCH PIC X(40). *> e.g. "University, Major"
           05 VER-DATE     PIC X(6). *> YYMMDD

       FD TEMP-VERIFY-FILE.
       01 TEMP-VERIFY-RECORD.
           05 TEMP-VER-USERNAME PIC X(20).
           05 TEMP-VER-STATUS   PIC X.
           05 TEMP-VER-MISMATCH PIC X(40).
           05 TEMP-VER-DATE     PIC X(6).

       *> exceptions the roster match turned up, for the career
       *> office to chase: mismatches and profiles not on the roster
       FD VERIFY-REPORT-FILE.
       01 VERIFY-REPORT-RECORD PIC X(200).

       *> career fairs and employer info sessions, one row per
       *> event, created by an admin or an employer rep against a
       *> sponsoring employer from the employer master
       FD EVENTS-FILE.
       01 EVENT-RECORD.
           05 EVT-ID           PIC 9(05).
           05 EVT-TITLE        PIC X(100).
           05 EVT-EMPLOYER     PIC X(100).
           05 EVT-DATE         PIC X(6). *> YYMMDD
           05 EVT-TIME         PIC X(5). *> HH:MM
           05 EVT-LOCATION     PIC X(100).
           05 EVT-CAPACITY     PIC 9(04).
           05 EVT-CREATOR      PIC X(20).
           05 EVT-CREATED-DATE PIC X(6). *> YYMMDD

       *> one row per sign-up, in the order the sign-ups came in so
       *> the first 'W' row for an event is the head of its
       *> waitlist: 'R' registered, 'W' waitlisted, 'C' cancelled,
       *> then 'A' attended or 'N' no-show once the event is over
       FD EVENT-REGS-FILE.
       01 EVENT-REG-RECORD.
           05 EREG-EVENT-ID PIC 9(05).
           05 EREG-USERNAME PIC X(20).
           05 EREG-STATUS   PIC X.
           05 EREG-DATE     PIC X(6). *> YYMMDD of the last change

       FD TEMP-EVENT-REGS-FILE.
       01 TEMP-EVENT-REG-RECORD.
           05 TEMP-EREG-EVENT-ID PIC 9(05).
           05 TEMP-EREG-USERNAME PIC X(20).
           05 TEMP-EREG-STATUS   PIC X.
           05 TEMP-EREG-DATE     PIC X(6).

       *> sign-in sheet for the door, rebuilt for one event per run
       FD EVENT-ROSTER-FILE.
       01 EVENT-ROSTER-RECORD PIC X(200).

       FD EVENT-REPORT-FILE.
       01 EVENT-REPORT-RECORD PIC X(200).

       *> one row per announcement sent: who sent it and when, the
       *> audience it was built for, the text, and how many copies
       *> went out to Messages.txt
       FD ANNOUNCE-FILE.
       01 ANNOUNCE-RECORD.
           05 ANN-ID        PIC 9(05).
           05 ANN-SENDER    PIC X(20).
           05 ANN-TIMESTAMP PIC X(21). *> YYMMDD HHMMSS
           *> 'U' university, 'M' major, 'G' grad year, 'R' account
           *> role, 'P' applicants to one posting
           05 ANN-AUDIENCE  PIC X.
           05 ANN-CRITERIA  PIC X(150).
           05 ANN-TEXT      PIC X(200).
           05 ANN-DELIVERED PIC 9(05).

       *> ranked applicant shortlist for one posting, rebuilt on
       *> every run
       FD SHORTLIST-REPORT-FILE.
       01 SHORTLIST-REPORT-RECORD PIC X(200).

       *> review list of suspected duplicate student accounts,
       *> rebuilt on every scan
       FD DUP-REPORT-FILE.
       01 DUP-REPORT-RECORD PIC X(200).

       *> staging copies for the merge rewrites; sized to the full
       *> SKILL-RECORD, ENDORSE-RECORD and PLACEMENT-RECORD lengths
       FD TEMP-SKILLS-FILE.
       01 TEMP-SKILL-RECORD PIC X(46).

       FD TEMP-ENDORSE-FILE.
       01 TEMP-ENDORSE-RECORD PIC X(267).

       FD TEMP-PLACEMENTS-FILE.
       01 TEMP-PLACEMENT-RECORD PIC X(226).

       *> one row per backup generation slot: when it was taken,
       *> whether it finished ('C' complete, 'I' interrupted), and
       *> its file and record totals
       FD BACKUP-CATALOG-FILE.
       01 BACKUP-CATALOG-RECORD.
           05 BKC-GENERATION PIC 9.
           05 BKC-DATE       PIC X(6). *> YYMMDD
           05 BKC-TIME       PIC X(6). *> HHMMSS
           05 BKC-STATUS     PIC X.
           05 BKC-FILES      PIC 9(03).
           05 BKC-RECORDS    PIC 9(07).

       *> per-generation manifest, pipe-delimited like the career
       *> extract: H|generation|YYMMDD|HHMMSS, one
       *> F|file name|kind|record count|present row per file copied,
       *> and T|file count|record count
       FD BACKUP-MANIFEST-FILE.
       01 BACKUP-MANIFEST-RECORD PIC X(200).

       *> generic copy pair for the backup and restore passes; sized
       *> to the longest master record (the profile layout)
       FD BACKUP-IN-FILE.
       01 BACKUP-IN-RECORD PIC X(3000).

       FD BACKUP-OUT-FILE.
       01 BACKUP-OUT-RECORD PIC X(3000).

       *> one row per dated archive the retention step has written
       *> ('M' MessagesArchive, 'A' AlertsArchive, 'U' AuditArchive),
       *> so the archives can be found again without a directory
       *> listing
       FD ARCHIVE-REGISTER-FILE.
       01 ARCHIVE-REGISTER-RECORD.
           05 AREG-KIND PIC X.
           05 AREG-NAME PIC X(40).

       *> personal records document for one user, rebuilt on every
       *> request
       FD RECORDS-REPORT-FILE.
       01 RECORDS-REPORT-RECORD PIC X(220).

       *> monthly employer statements, one page per master employer
       *> plus a ranking page, rebuilt on every run
       FD EMP-STMT-FILE.
       01 EMP-STMT-RECORD PIC X(200).

       *> pipe-delimited copy of the statements for the career
       *> office, H/D/S/T rows like the existing extract feed
       FD EMP-STMT-EXTRACT-FILE.
       01 EMP-STMT-EXTRACT-RECORD PIC X(400).

       *> admin-maintained list of terms that send a posting,
       *> message or recommendation to the moderation queue; kept
       *> in upper case
       FD PROHIBITED-TERMS-FILE.
       01 PROHIBITED-TERM-RECORD.
           05 PT-TERM PIC X(30).

       *> moderation queue: everything held for containing a
       *> prohibited term, kept after the decision so the digest and
       *> the journal can account for it
       FD HELD-ITEMS-FILE.
       01 HELD-ITEM-RECORD.
           05 HELD-ID           PIC 9(05).
           05 HELD-TYPE         PIC X. *> 'J' posting, 'M' message,
           *> 'R' recommendation
           05 HELD-AUTHOR       PIC X(20).
           05 HELD-DATE         PIC X(6). *> YYMMDD held
           05 HELD-STATUS       PIC X. *> 'H' held, 'R' released,
           *> 'X' rejected
           05 HELD-TERM         PIC X(30). *> the term that matched
           05 HELD-DECIDED-BY   PIC X(20).
           05 HELD-DECIDED-DATE PIC X(6). *> YYMMDD
           05 HELD-TARGET       PIC X(20). *> recipient / endorsed user
           05 HELD-TEXT         PIC X(200). *> description or text
           05 HELD-JOB-TITLE    PIC X(100).
           05 HELD-JOB-EMPLOYER PIC X(100).
           05 HELD-JOB-LOCATION PIC X(100).
           05 HELD-JOB-SALARY   PIC X(50).
           05 HELD-JOB-CLOSING  PIC X(6).

       FD TEMP-HELD-FILE.
       01 TEMP-HELD-RECORD PIC X(665).


       WORKING-STORAGE SECTION.    *> defines temporary variables
       01 WS-USER-COUNT PIC 9(05) VALUE 0. *> counts num of users made
       01 WS-CONFIG-STATUS PIC XX.
       *> archive
       01 WS-CFG-RETENTION-DAYS PIC 9(03) VALUE 30.

       *> how many backup generations the end-of-day batch keeps
       *> before it starts reusing the oldest; at most 9, the
       *> compiled size of the WS-BK-CAT catalog table
       01 WS-CFG-BACKUP-GENS PIC 9(02) VALUE 3.

       *> scratch fields for parsing one keyword=value config line
       01 WS-CFG-KEYWORD PIC X(30) VALUE SPACES.
       01 WS-CFG-VALUE PIC X(20) VALUE SPACES.
           05 WS-HASH-MARK-2 PIC X VALUE '#'.
       01 WS-HASH-CHAR-VAL PIC 9(03) VALUE 0.
       01 WS-ACCOUNTS-CONVERTED PIC X VALUE 'N'.
       01 WS-MAIN-CHOICE PIC 99 VALUE 0. *> post-login choice (0-15)

       *> variables for interview scheduling: the slot being worked
       *> on, the numbered lists the pick prompts use, and the
       01 WS-DIGEST-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-DIGEST-EVENT-CODE PIC 9 VALUE 0.
       *> 1=account 2=job 3=application 4=req sent 5=req accepted
       *> 6=req rejected 7=message 8=item held for moderation
       *> 9=held item released or rejected
       01 WS-DIGEST-COUNTERS.
           05 WS-DC-CUM-ACCOUNTS      PIC 9(09) VALUE 0.
           05 WS-DC-CUM-JOBS          PIC 9(09) VALUE 0.
           05 WS-DC-SNAP-REQ-ACCEPTED PIC 9(09) VALUE 0.
           05 WS-DC-SNAP-REQ-REJECTED PIC 9(09) VALUE 0.
           05 WS-DC-SNAP-MESSAGES     PIC 9(09) VALUE 0.
           05 WS-DC-CUM-HELD          PIC 9(09) VALUE 0.
           05 WS-DC-CUM-DECIDED       PIC 9(09) VALUE 0.
           05 WS-DC-SNAP-HELD         PIC 9(09) VALUE 0.
           05 WS-DC-SNAP-DECIDED      PIC 9(09) VALUE 0.
       01 WS-DIGEST-DELTA PIC 9(09) VALUE 0.
       01 WS-DIGEST-TOTAL PIC 9(09) VALUE 0.
       01 WS-DIGEST-DISPLAY PIC Z,ZZZ,ZZ9 VALUE 0.
       *> can parse them numerically
       01 WS-EXTRACT-TRAILER-COUNT PIC Z(08)9 VALUE 0.

       *> variables for the inbound employer job-posting feed: one
       *> detail row split into its fields, the load control counts
       *> the summary balances, and the keys of the postings loaded
       *> this run for the job alert pass that follows the load
       01 WS-JOBS-INBOUND-STATUS PIC XX VALUE SPACES.
       01 WS-JOBS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-FEED-PRESENT PIC X VALUE 'N'.
       01 WS-FEED-REC-TYPE PIC X(20) VALUE SPACES.
       01 WS-FEED-POSTER PIC X(20) VALUE SPACES.
       01 WS-FEED-CLOSING PIC X(20) VALUE SPACES.
       01 WS-FEED-TRAILER-TEXT PIC X(20) VALUE SPACES.
       01 WS-FEED-FIELD-COUNT PIC 99 VALUE 0.
       01 WS-FEED-HEADER-SEEN PIC X VALUE 'N'.
       01 WS-FEED-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-FEED-TRAILER-COUNT PIC 9(09) VALUE 0.
       01 WS-FEED-READ-COUNT PIC 9(09) VALUE 0.
       01 WS-FEED-LOADED-COUNT PIC 9(09) VALUE 0.
       01 WS-FEED-REJECT-COUNT PIC 9(09) VALUE 0.
       01 WS-FEED-HELD-COUNT PIC 9(09) VALUE 0.
       01 WS-FEED-ALERT-COUNT PIC 9(09) VALUE 0.
       01 WS-FEED-BALANCED PIC X VALUE 'N'.
       01 WS-FEED-REASON-CODE PIC X(3) VALUE SPACES.
       *> R01 required field missing, R02 employer not on file,
       *> R03 duplicate posting, R04 invalid closing date,
       *> R05 poster has no account, R06 unrecognised record type,
       *> R07 field longer than POST-JOB allows
       01 WS-FEED-REASON-TEXT PIC X(40) VALUE SPACES.
       01 WS-FEED-ACTOR PIC X(20) VALUE SPACES.
       01 WS-FEED-SAVED-USER PIC X(20) VALUE SPACES.
       01 WS-FEED-JOB-COUNT PIC 999 VALUE 0.
       01 WS-FEED-JOB-KEY OCCURS 200 TIMES PIC X(300).
       01 WS-FEED-JOB-IDX PIC 999 VALUE 0.
       01 WS-FEED-SUMMARY PIC X(80) VALUE SPACES.
       01 WS-FEED-BALANCE-TEXT PIC X(14) VALUE SPACES.
       01 WS-FEED-READ-DISPLAY PIC Z(08)9 VALUE 0.
       01 WS-FEED-LOADED-DISPLAY PIC Z(08)9 VALUE 0.
       01 WS-FEED-REJECT-DISPLAY PIC Z(08)9 VALUE 0.
       01 WS-FEED-HELD-DISPLAY PIC Z(08)9 VALUE 0.
       *> field lengths as sent, before UNSTRING cuts them to fit
       01 WS-FEED-TITLE-LEN PIC 999 VALUE 0.
       01 WS-FEED-DESC-LEN PIC 999 VALUE 0.
       01 WS-FEED-EMPLOYER-LEN PIC 999 VALUE 0.
       01 WS-FEED-LOCATION-LEN PIC 999 VALUE 0.
       01 WS-FEED-SALARY-LEN PIC 999 VALUE 0.

       *> variables for the registrar roster verification: the
       *> roster held in memory for the match, the profile being
       *> matched (case-folded the same way), the outcome written
       *> to ProfileVerifications.txt, and the run's control counts
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-VERIFY-STATUS PIC XX VALUE SPACES.
       01 WS-TEMP-VERIFY-STATUS PIC XX VALUE SPACES.
       01 WS-VERIFY-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-COUNT PIC 9(04) VALUE 0.
       01 WS-ROSTER-ENTRY OCCURS 2000 TIMES.
           05 WS-ROSTER-NAME       PIC X(100).
           05 WS-ROSTER-UNIVERSITY PIC X(100).
           05 WS-ROSTER-MAJOR      PIC X(50).
           05 WS-ROSTER-GRADYEAR   PIC X(4).
       01 WS-ROSTER-IDX PIC 9(04) VALUE 0.
       01 WS-ROSTER-HIT PIC 9(04) VALUE 0.
       01 WS-ROSTER-SKIPPED PIC 9(09) VALUE 0.
       01 WS-VER-NAME PIC X(100) VALUE SPACES.
       01 WS-VER-UNIVERSITY PIC X(100) VALUE SPACES.
       01 WS-VER-MAJOR PIC X(50) VALUE SPACES.
       01 WS-VER-GRADYEAR PIC X(4) VALUE SPACES.
       01 WS-VER-RESULT PIC X VALUE SPACES.
       01 WS-VER-MISMATCH PIC X(40) VALUE SPACES.
       01 WS-VER-FIELD-COUNT PIC 9 VALUE 0.
       01 WS-VER-PROFILE-COUNT PIC 9(09) VALUE 0.
       01 WS-VER-VERIFIED-COUNT PIC 9(09) VALUE 0.
       01 WS-VER-MISMATCH-COUNT PIC 9(09) VALUE 0.
       01 WS-VER-NOT-ON-COUNT PIC 9(09) VALUE 0.
       01 WS-VER-PROFILE-DISPLAY PIC Z(08)9 VALUE 0.
       01 WS-VER-VERIFIED-DISPLAY PIC Z(08)9 VALUE 0.
       01 WS-VER-MISMATCH-DISPLAY PIC Z(08)9 VALUE 0.
       01 WS-VER-NOT-ON-DISPLAY PIC Z(08)9 VALUE 0.
       01 WS-VER-FIELD-NAME PIC X(10) VALUE SPACES.
       01 WS-VER-MISMATCH-WORK PIC X(40) VALUE SPACES.
       01 WS-VER-SUMMARY PIC X(100) VALUE SPACES.
       01 WS-VER-RESET-DONE PIC X VALUE 'N'.
       01 WS-VER-STATUS-TEXT PIC X(60) VALUE SPACES.
       01 WS-VER-FOUND PIC X VALUE 'N'.
       *> the matched row's status and mismatch list, kept once the
       *> file is closed
       01 WS-VER-FOUND-STATUS PIC X VALUE SPACE.
       01 WS-VER-FOUND-MISMATCH PIC X(40) VALUE SPACES.
       *> the university, major and grad year as they stood when
       *> CREATE-EDIT-PROFILE started, so a changed answer can drop
       *> the profile back to unverified
       01 WS-VER-PRIOR-UNIVERSITY PIC X(100) VALUE SPACES.
       01 WS-VER-PRIOR-MAJOR PIC X(50) VALUE SPACES.
       01 WS-VER-PRIOR-GRADYEAR PIC X(4) VALUE SPACES.
       01 WS-VER-LOWER PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-VER-UPPER PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       *> variables for career fair and info-session events: the
       *> event being created or worked on, the numbered pick lists,
       *> seat and waitlist counts, the attendance marks keyed in
       *> after an event, and the attendance report tallies
       01 WS-EVENTS-STATUS PIC XX VALUE SPACES.
       01 WS-EVENT-REGS-STATUS PIC XX VALUE SPACES.
       01 WS-TEMP-EVENT-REGS-STATUS PIC XX VALUE SPACES.
       01 WS-EVENT-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-EVENT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-EVT-ID PIC 9(05) VALUE 0.
       01 WS-EVT-NEXT-ID PIC 9(05) VALUE 0.
       01 WS-EVT-TITLE PIC X(100) VALUE SPACES.
       01 WS-EVT-EMPLOYER PIC X(100) VALUE SPACES.
       01 WS-EVT-DATE PIC X(6) VALUE SPACES.
       01 WS-EVT-TIME PIC X(5) VALUE SPACES.
       01 WS-EVT-LOCATION PIC X(100) VALUE SPACES.
       01 WS-EVT-CAPACITY PIC 9(04) VALUE 0.
       01 WS-EVT-CREATOR PIC X(20) VALUE SPACES.
       01 WS-EVT-FOUND PIC X VALUE 'N'.
       01 WS-EVT-MANAGE-ALL PIC X VALUE 'N'.
       01 WS-EVT-LIST-COUNT PIC 99 VALUE 0.
       01 WS-EVT-LIST-ID OCCURS 50 TIMES PIC 9(05).
       01 WS-EVT-LIST-STATUS OCCURS 50 TIMES PIC X.
       01 WS-EVT-CHOICE PIC 99 VALUE 0.
       01 WS-EVT-TAKEN PIC 9(04) VALUE 0. *> R, A and N rows
       01 WS-EVT-WAITING PIC 9(04) VALUE 0.
       01 WS-EVT-ATTENDED PIC 9(04) VALUE 0.
       01 WS-EVT-NO-SHOWS PIC 9(04) VALUE 0.
       01 WS-EVT-MY-STATUS PIC X VALUE SPACES.
       01 WS-EVT-NEW-STATUS PIC X VALUE SPACES.
       01 WS-EVT-PROMOTED-USER PIC X(20) VALUE SPACES.
       01 WS-EVT-CANCELLED PIC X VALUE 'N'.
       01 WS-EVT-TAKEN-DISPLAY PIC ZZZ9 VALUE 0.
       01 WS-EVT-CAP-DISPLAY PIC ZZZ9 VALUE 0.
       01 WS-EVT-WAIT-DISPLAY PIC ZZZ9 VALUE 0.
       01 WS-EVT-ATT-DISPLAY PIC ZZZ9 VALUE 0.
       01 WS-EVT-NOSHOW-DISPLAY PIC ZZZ9 VALUE 0.
       01 WS-EVT-ATT-COUNT PIC 999 VALUE 0.
       01 WS-EVT-ATT-USER OCCURS 200 TIMES PIC X(20).
       01 WS-EVT-ATT-MARK OCCURS 200 TIMES PIC X.
       01 WS-EVT-ATT-IDX PIC 999 VALUE 0.
       01 WS-EVT-MARKED PIC 9(04) VALUE 0.
       01 WS-EVT-ROSTER-NAME PIC X(100) VALUE SPACES.
       01 WS-EVT-ROSTER-UNIV PIC X(100) VALUE SPACES.
       01 WS-EVT-UNI-COUNT PIC 99 VALUE 0.
       01 WS-EVT-UNI-TALLY OCCURS 20 TIMES.
           05 WS-EVT-UNI-NAME     PIC X(100).
           05 WS-EVT-UNI-TAKEN    PIC 9(05).
           05 WS-EVT-UNI-ATTENDED PIC 9(05).
           05 WS-EVT-UNI-NO-SHOWS PIC 9(05).
       01 WS-EVT-MAJ-COUNT PIC 99 VALUE 0.
       01 WS-EVT-MAJ-TALLY OCCURS 20 TIMES.
           05 WS-EVT-MAJ-NAME     PIC X(50).
           05 WS-EVT-MAJ-TAKEN    PIC 9(05).
           05 WS-EVT-MAJ-ATTENDED PIC 9(05).
           05 WS-EVT-MAJ-NO-SHOWS PIC 9(05).
       *> seats given up by an account being retired or merged,
       *> per upcoming event, and the waitlisted students moved up
       *> into them, so one rewrite can refill every event at once
       01 WS-EVT-FREED-COUNT PIC 99 VALUE 0.
       01 WS-EVT-FREED OCCURS 50 TIMES.
           05 WS-EVT-FREED-ID    PIC 9(05).
           05 WS-EVT-FREED-SEATS PIC 9(04).
       01 WS-EVT-FREED-IDX PIC 99 VALUE 0.
       01 WS-EVT-FREED-FOUND PIC X VALUE 'N'.
       01 WS-EVT-PROMO-COUNT PIC 99 VALUE 0.
       01 WS-EVT-PROMO OCCURS 50 TIMES.
           05 WS-EVT-PROMO-ID   PIC 9(05).
           05 WS-EVT-PROMO-USER PIC X(20).
       01 WS-EVT-PROMO-IDX PIC 99 VALUE 0.

       *> variables for targeted announcements: the audience being
       *> built, the text going out, and the delivery count
       01 WS-ANNOUNCE-STATUS PIC XX VALUE SPACES.
       01 WS-ANN-NEXT-ID PIC 9(05) VALUE 0.
       01 WS-ANN-AUDIENCE PIC X VALUE SPACES.
       01 WS-ANN-MATCH-VALUE PIC X(100) VALUE SPACES.
       01 WS-ANN-FIELD-VALUE PIC X(100) VALUE SPACES.
       01 WS-ANN-STATUS-FILTER PIC X(20) VALUE SPACES.
       01 WS-ANN-CRITERIA PIC X(150) VALUE SPACES.
       01 WS-ANN-TEXT PIC X(200) VALUE SPACES.
       01 WS-ANN-RECIPIENT PIC X(20) VALUE SPACES.
       01 WS-ANN-DELIVERED PIC 9(05) VALUE 0.
       01 WS-ANN-DELIVERED-DISPLAY PIC ZZZZ9 VALUE 0.
       01 WS-ANN-OPEN-OK PIC X VALUE 'N'.
       01 WS-ANN-TEXT-OK PIC X VALUE 'N'.
       01 WS-ANN-POST-TITLE PIC X(100) VALUE SPACES.
       01 WS-ANN-POST-EMPLOYER PIC X(100) VALUE SPACES.
       01 WS-ANN-POST-LOCATION PIC X(100) VALUE SPACES.

       *> variables for the ranked applicant shortlist: the posting
       *> being ranked, one scored entry per applicant (sorted
       *> highest score first), and the points each factor is worth
       01 WS-SHORTLIST-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-SL-JOB-TITLE PIC X(100) VALUE SPACES.
       01 WS-SL-JOB-EMPLOYER PIC X(100) VALUE SPACES.
       01 WS-SL-JOB-LOCATION PIC X(100) VALUE SPACES.
       01 WS-SL-COUNT PIC 99 VALUE 0.
       01 WS-SL-ENTRY OCCURS 50 TIMES.
           05 WS-SL-USERNAME  PIC X(20).
           05 WS-SL-STATUS    PIC X(20).
           05 WS-SL-SCORE     PIC 9(03).
           05 WS-SL-HITS      PIC 9(03).
           05 WS-SL-MODULES   PIC 9(03).
           05 WS-SL-ENDORSED  PIC 9(03).
           05 WS-SL-GRADYEAR  PIC X(4).
           05 WS-SL-GRAD-PTS  PIC 9.
           05 WS-SL-RESUME    PIC X.
       01 WS-SL-HOLD PIC X(58) VALUE SPACES. *> one WS-SL-ENTRY
       01 WS-SL-IDX PIC 99 VALUE 0.
       01 WS-SL-IDX2 PIC 99 VALUE 0.
       01 WS-SL-CHOICE PIC 99 VALUE 0.
       01 WS-SL-PTS PIC 9(03) VALUE 0.
       01 WS-SL-THIS-YEAR PIC 9(04) VALUE 0.
       01 WS-SL-GRAD-NUM PIC 9(04) VALUE 0.
       01 WS-SL-SCORE-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-SL-HITS-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-SL-HITS-PTS-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-SL-MOD-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-SL-MOD-PTS-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-SL-END-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-SL-END-PTS-DISPLAY PIC ZZ9 VALUE 0.
       *> scoring weights: keyword hits are capped so one wordy
       *> profile cannot swamp the other factors, and so are
       *> endorsements; grad-year points go to those finishing this
       *> year or next, fewer to the year after
       01 WS-SL-PTS-PER-HIT PIC 9 VALUE 3.
       01 WS-SL-MAX-HITS PIC 99 VALUE 10.
       01 WS-SL-PTS-PER-MODULE PIC 9 VALUE 2.
       01 WS-SL-PTS-PER-ENDORSE PIC 9 VALUE 1.
       01 WS-SL-MAX-ENDORSE PIC 99 VALUE 10.
       01 WS-SL-PTS-GRAD-NEAR PIC 9 VALUE 5.
       01 WS-SL-PTS-GRAD-NEXT PIC 9 VALUE 3.
       01 WS-SL-PTS-RESUME PIC 9 VALUE 3.

       *> variables for the duplicate account scan: one row per
       *> profile with the name and university folded to upper case
       *> so "jane doe" and "Jane Doe" compare equal
       01 WS-DUP-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-DUP-COUNT PIC 9(04) VALUE 0.
       01 WS-DUP-MAX PIC 9(04) VALUE 1000.
       01 WS-DUP-ENTRY OCCURS 1000 TIMES.
           05 WS-DUP-USER PIC X(20).
           05 WS-DUP-NAME PIC X(100).
           05 WS-DUP-UNIV PIC X(100).
           05 WS-DUP-GRAD PIC X(4).
       01 WS-DUP-IDX PIC 9(04) VALUE 0.
       01 WS-DUP-IDX2 PIC 9(04) VALUE 0.
       01 WS-DUP-PAIRS PIC 9(04) VALUE 0.
       01 WS-DUP-PAIRS-DISPLAY PIC ZZZ9 VALUE 0.
       01 WS-DUP-SKIPPED PIC 9(04) VALUE 0.
       01 WS-DUP-SKIPPED-DISPLAY PIC ZZZ9 VALUE 0.

       *> variables for the account merge: the account kept, the
       *> one folded into it, and the keys the survivor already holds
       *> in the file being merged, so a moved row that would repeat
       *> one of them is dropped instead
       01 WS-TEMP-SKILLS-STATUS PIC XX VALUE SPACES.
       01 WS-TEMP-ENDORSE-STATUS PIC XX VALUE SPACES.
       01 WS-TEMP-PLACEMENTS-STATUS PIC XX VALUE SPACES.
       01 WS-MRG-SURVIVOR PIC X(20) VALUE SPACES.
       01 WS-MRG-LOSER PIC X(20) VALUE SPACES.
       01 WS-MRG-CANDIDATE PIC X(320) VALUE SPACES.
       01 WS-MRG-FOUND PIC X VALUE 'N'.
       01 WS-MRG-KEY-COUNT PIC 9(04) VALUE 0.
       01 WS-MRG-KEY-IDX PIC 9(04) VALUE 0.
       01 WS-MRG-KEY-MAX PIC 9(04) VALUE 500.
       01 WS-MRG-KEY OCCURS 500 TIMES PIC X(320).
       01 WS-MRG-DROP-COUNT PIC 999 VALUE 0.
       01 WS-MRG-DROP-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-MRG-ACTION PIC X(20) VALUE SPACES.
       01 WS-MRG-JOURNAL-ACTION PIC X(20) VALUE SPACES.
       01 WS-MRG-DETAIL PIC X(100) VALUE SPACES.
       01 WS-MRG-LABEL PIC X(30) VALUE SPACES.

       *> variables for the generation backup and restore: the
       *> master files copied (with 'P'/'J' marking the indexed
       *> profile and job files, 'S' the line sequential ones), the
       *> catalog of generation slots, and the manifest of the
       *> generation being checked for a restore
       01 WS-BK-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-BK-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-BK-IN-STATUS PIC XX VALUE SPACES.
       01 WS-BK-OUT-STATUS PIC XX VALUE SPACES.
       01 WS-BK-MANIFEST-NAME PIC X(40) VALUE SPACES.
       01 WS-BK-IN-NAME PIC X(40) VALUE SPACES.
       01 WS-BK-OUT-NAME PIC X(40) VALUE SPACES.
       01 WS-BK-FILE-COUNT PIC 99 VALUE 0.
       01 WS-BK-FILE OCCURS 30 TIMES.
           05 WS-BK-FILE-NAME PIC X(30).
           05 WS-BK-FILE-KIND PIC X.
       01 WS-BK-CAT-COUNT PIC 99 VALUE 0.
       01 WS-BK-CAT OCCURS 9 TIMES.
           05 WS-BK-CAT-GENERATION PIC 9.
           05 WS-BK-CAT-DATE       PIC X(6).
           05 WS-BK-CAT-TIME       PIC X(6).
           05 WS-BK-CAT-STATUS     PIC X.
           05 WS-BK-CAT-FILES      PIC 9(03).
           05 WS-BK-CAT-RECORDS    PIC 9(07).
       01 WS-BK-MAN-COUNT PIC 99 VALUE 0.
       01 WS-BK-MAN OCCURS 30 TIMES.
           05 WS-BK-MAN-NAME    PIC X(30).
           05 WS-BK-MAN-KIND    PIC X.
           05 WS-BK-MAN-ROWS    PIC 9(07).
           05 WS-BK-MAN-PRESENT PIC X.
           05 WS-BK-MAN-FOUND   PIC 9(07).
           05 WS-BK-MAN-OK      PIC X.
       01 WS-BK-GEN PIC 9 VALUE 0.
       01 WS-BK-SLOT PIC 99 VALUE 0.
       01 WS-BK-IDX PIC 99 VALUE 0.
       01 WS-BK-IDX2 PIC 99 VALUE 0.
       01 WS-BK-CHOICE PIC 99 VALUE 0.
       01 WS-BK-ALL PIC X VALUE 'N'.
       01 WS-BK-HAS-TRAILER PIC X VALUE 'N'.
       01 WS-BK-BAD-COUNT PIC 99 VALUE 0.
       01 WS-BK-ROWS PIC 9(07) VALUE 0.
       01 WS-BK-PRESENT PIC X VALUE 'N'.
       01 WS-BK-KIND PIC X VALUE SPACE.
       01 WS-BK-TOTAL-FILES PIC 9(03) VALUE 0.
       01 WS-BK-TOTAL-ROWS PIC 9(07) VALUE 0.
       01 WS-BK-RESTORED PIC 99 VALUE 0.
       01 WS-BK-OLDEST PIC X(12) VALUE SPACES.
       01 WS-BK-STAMP PIC X(12) VALUE SPACES.
       01 WS-BK-FIELD-1 PIC X(30) VALUE SPACES.
       01 WS-BK-FIELD-2 PIC X(30) VALUE SPACES.
       01 WS-BK-FIELD-3 PIC X(30) VALUE SPACES.
       01 WS-BK-FIELD-4 PIC X(30) VALUE SPACES.
       01 WS-BK-FIELD-5 PIC X(30) VALUE SPACES.
       01 WS-BK-ROWS-DISPLAY PIC Z,ZZZ,ZZ9 VALUE 0.
       01 WS-BK-FOUND-DISPLAY PIC Z,ZZZ,ZZ9 VALUE 0.
       01 WS-BK-FILES-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-BK-IDX-DISPLAY PIC Z9 VALUE 0.
       01 WS-BK-SUMMARY PIC X(80) VALUE SPACES.


       *> variables for the archive register kept by the retention
       *> step; the probe fields are only used to build the register
       *> the first time, from archives already on disk
       01 WS-AREG-STATUS PIC XX VALUE SPACES.
       01 WS-AREG-KIND PIC X VALUE SPACE.
       01 WS-AREG-NAME PIC X(40) VALUE SPACES.
       01 WS-AREG-FOUND PIC X VALUE 'N'.
       01 WS-AREG-DAY-INT PIC 9(08) VALUE 0.
       01 WS-AREG-LAST-INT PIC 9(08) VALUE 0.
       01 WS-AREG-YEAR PIC 9(04) VALUE 0.
       01 WS-AREG-MONTH PIC 99 VALUE 0.
       01 WS-AREG-YYMM PIC X(4) VALUE SPACES.

       *> variables for the personal records export: the subject,
       *> one count per source for the closing summary, and
       *> working copies of the message, alert and journal layouts
       *> so live and archived rows print through the same
       *> paragraphs
       01 WS-RECORDS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-PR-USER PIC X(20) VALUE SPACES.
       01 WS-PR-SRC-COUNT PIC 99 VALUE 18.
       01 WS-PR-SRC OCCURS 18 TIMES.
           05 WS-PR-SRC-LABEL PIC X(50).
           05 WS-PR-SRC-ROWS  PIC 9(05).
       01 WS-PR-IDX PIC 99 VALUE 0.
       01 WS-PR-SRC-NUM PIC 99 VALUE 0.
       01 WS-PR-TOTAL PIC 9(07) VALUE 0.
       01 WS-PR-ROWS-DISPLAY PIC ZZZZ9 VALUE 0.
       01 WS-PR-TOTAL-DISPLAY PIC Z,ZZZ,ZZ9 VALUE 0.
       01 WS-PR-HEADING PIC X(100) VALUE SPACES.
       01 WS-PR-OTHER PIC X(20) VALUE SPACES.
       01 WS-PR-ROLE PIC X(25) VALUE SPACES.
       01 WS-PR-MSG.
           05 WS-PR-MSG-SENDER    PIC X(20).
           05 WS-PR-MSG-RECEIVER  PIC X(20).
           05 WS-PR-MSG-CONTENT   PIC X(200).
           05 WS-PR-MSG-TIMESTAMP PIC X(21).
           05 WS-PR-MSG-READ-FLAG PIC X.
       01 WS-PR-ALERT.
           05 WS-PR-ALERT-USERNAME PIC X(20).
           05 WS-PR-ALERT-JOB-KEY  PIC X(300).
           05 WS-PR-ALERT-VIEWED   PIC X.
           05 WS-PR-ALERT-DATE     PIC X(6).
       01 WS-PR-AUDIT.
           05 WS-PR-AUD-TIMESTAMP PIC X(21).
           05 WS-PR-AUD-USERNAME  PIC X(20).
           05 WS-PR-AUD-ACTION    PIC X(20).
           05 WS-PR-AUD-KEY       PIC X(120).

       *> variables for the monthly employer statement: one table
       *> row per master employer carrying that month's counts and
       *> the status mix of its applications, plus a rank index the
       *> summary page is sorted through
       01 WS-EMP-STMT-STATUS PIC XX VALUE SPACES.
       01 WS-EMP-STMT-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-ES-MONTH PIC X(4) VALUE SPACES. *> YYMM
       01 WS-ES-YY PIC 99 VALUE 0.
       01 WS-ES-MM PIC 99 VALUE 0.
       01 WS-ES-MONTH-LABEL PIC X(7) VALUE SPACES. *> YYYY-MM
       01 WS-ES-COUNT PIC 999 VALUE 0.
       01 WS-ES-MAX PIC 999 VALUE 200.
       01 WS-ES-EMP OCCURS 200 TIMES.
           05 WS-ES-ID          PIC 9(05).
           05 WS-ES-NAME        PIC X(100).
           05 WS-ES-CONTACT     PIC X(100).
           05 WS-ES-OPENED      PIC 9(05).
           05 WS-ES-CLOSED      PIC 9(05).
           05 WS-ES-EXPIRED     PIC 9(05).
           05 WS-ES-APPS        PIC 9(05).
           05 WS-ES-SLOTS       PIC 9(05).
           05 WS-ES-BOOKED      PIC 9(05).
           05 WS-ES-NO-SHOWS    PIC 9(05).
           05 WS-ES-HIRES       PIC 9(05).
           05 WS-ES-STAT-COUNT  PIC 99.
           05 WS-ES-STAT OCCURS 10 TIMES.
               10 WS-ES-STAT-NAME PIC X(20).
               10 WS-ES-STAT-ROWS PIC 9(05).
       01 WS-ES-RANK OCCURS 200 TIMES PIC 999.
       01 WS-ES-IDX PIC 999 VALUE 0.
       01 WS-ES-IDX2 PIC 999 VALUE 0.
       01 WS-ES-HOLD PIC 999 VALUE 0.
       01 WS-ES-SIDX PIC 99 VALUE 0.
       01 WS-ES-SKIPPED PIC 9(05) VALUE 0.
       01 WS-ES-UNMATCHED PIC 9(05) VALUE 0.
       01 WS-ES-MATCH-NAME PIC X(100) VALUE SPACES.
       01 WS-ES-MATCH-TEXT PIC X(110) VALUE SPACES.
       01 WS-ES-NAME-LEN PIC 999 VALUE 0.
       01 WS-ES-KEY-LEN PIC 999 VALUE 0.
       01 WS-ES-KEY-START PIC 999 VALUE 0.
       01 WS-ES-NEW-PAGE PIC X VALUE 'N'.
       01 WS-ES-LABEL PIC X(40) VALUE SPACES.
       01 WS-ES-VALUE PIC 9(07) VALUE 0.
       01 WS-ES-VALUE-DISPLAY PIC Z,ZZZ,ZZ9 VALUE 0.
       01 WS-ES-RANK-DISPLAY PIC ZZ9 VALUE 0.
       01 WS-ES-COL-DISPLAY PIC ZZZZ9 VALUE 0.
       01 WS-ES-D-ROWS PIC 9(07) VALUE 0.
       01 WS-ES-S-ROWS PIC 9(07) VALUE 0.
       01 WS-ES-TOT-OPENED PIC 9(07) VALUE 0.
       01 WS-ES-TOT-CLOSED PIC 9(07) VALUE 0.
       01 WS-ES-TOT-EXPIRED PIC 9(07) VALUE 0.
       01 WS-ES-TOT-APPS PIC 9(07) VALUE 0.
       01 WS-ES-TOT-SLOTS PIC 9(07) VALUE 0.
       01 WS-ES-TOT-BOOKED PIC 9(07) VALUE 0.
       01 WS-ES-TOT-NO-SHOWS PIC 9(07) VALUE 0.
       01 WS-ES-TOT-HIRES PIC 9(07) VALUE 0.


       *> variables for content moderation: the prohibited terms in
       *> memory, the screening work areas, and the review queue
       01 WS-TERMS-STATUS PIC XX VALUE SPACES.
       01 WS-HELD-STATUS PIC XX VALUE SPACES.
       01 WS-TEMP-HELD-STATUS PIC XX VALUE SPACES.
       01 WS-MOD-TERM-COUNT PIC 999 VALUE 0.
       01 WS-MOD-TERM-MAX PIC 999 VALUE 100.
       01 WS-MOD-TERM OCCURS 100 TIMES PIC X(30).
       01 WS-MOD-IDX PIC 999 VALUE 0.
       01 WS-MOD-TEXT PIC X(402) VALUE SPACES.
       01 WS-MOD-PATTERN PIC X(32) VALUE SPACES.
       01 WS-MOD-PAT-LEN PIC 99 VALUE 0.
       01 WS-MOD-HITS PIC 9(04) VALUE 0.
       01 WS-MOD-FLAGGED PIC X VALUE 'N'.
       01 WS-MOD-MATCHED PIC X(30) VALUE SPACES.
       01 WS-MOD-TYPE PIC X VALUE SPACE.
       01 WS-MOD-TYPE-NAME PIC X(20) VALUE SPACES.
       01 WS-MOD-TARGET PIC X(20) VALUE SPACES.
       01 WS-MOD-BODY PIC X(200) VALUE SPACES.
       01 WS-MOD-ID PIC 9(05) VALUE 0.
       01 WS-MOD-NEXT-ID PIC 9(05) VALUE 0.
       01 WS-MOD-NEW-TERM PIC X(30) VALUE SPACES.
       01 WS-MOD-Q-COUNT PIC 99 VALUE 0.
       01 WS-MOD-Q-MAX PIC 99 VALUE 50.
       01 WS-MOD-Q-ID OCCURS 50 TIMES PIC 9(05).
       01 WS-MOD-Q-MORE PIC 9(05) VALUE 0.
       01 WS-MOD-CHOICE PIC 99 VALUE 0.
       01 WS-MOD-DECISION PIC X VALUE SPACE.
       01 WS-MOD-PUBLISHED PIC X VALUE 'N'.
       01 WS-MOD-ACTION PIC X(20) VALUE SPACES.
       01 WS-MOD-HELD-NOW PIC 9(05) VALUE 0.
       01 WS-MOD-AUTHOR PIC X(20) VALUE SPACES.
       01 WS-MOD-PARTY-OK PIC X VALUE 'Y'.
       01 WS-MOD-ID-DISPLAY PIC ZZZZ9 VALUE 0.
       01 WS-MOD-DISPLAY-1 PIC ZZZZ9 VALUE 0.
       01 WS-MOD-DISPLAY-2 PIC ZZZZ9 VALUE 0.
       01 WS-MOD-DISPLAY-3 PIC ZZZZ9 VALUE 0.
       *> the item being decided, in the HeldItems.txt layout
       01 WS-MOD-ITEM.
           05 WS-MI-ID           PIC 9(05).
           05 WS-MI-TYPE         PIC X.
           05 WS-MI-AUTHOR       PIC X(20).
           05 WS-MI-DATE         PIC X(6).
           05 WS-MI-STATUS       PIC X.
           05 WS-MI-TERM         PIC X(30).
           05 WS-MI-DECIDED-BY   PIC X(20).
           05 WS-MI-DECIDED-DATE PIC X(6).
           05 WS-MI-TARGET       PIC X(20).
           05 WS-MI-TEXT         PIC X(200).
           05 WS-MI-JOB-TITLE    PIC X(100).
           05 WS-MI-JOB-EMPLOYER PIC X(100).
           05 WS-MI-JOB-LOCATION PIC X(100).
           05 WS-MI-JOB-SALARY   PIC X(50).
           05 WS-MI-JOB-CLOSING  PIC X(6).

       *> variables for the nightly cross-file reconciliation run
       01 WS-RECON-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-RECON-RECORD-COUNT PIC 9(09) VALUE 0.
       01 WS-BATCH-LOG-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-CONTROL.
           05 WS-RC-RUN-DATE PIC X(6) VALUE SPACES.
           05 WS-RC-STEP-DONE OCCURS 6 TIMES PIC X.
       01 WS-BATCH-RESTARTED PIC X VALUE 'N'.
       01 WS-BATCH-STEP-NAME PIC X(30) VALUE SPACES.
       01 WS-BATCH-STEP-COUNTS PIC X(80) VALUE SPACES.
           PERFORM LOAD-SYSTEM-CONFIG
           PERFORM COUNT-EXISTING-USERS
           PERFORM INITIALIZE-SKILL-NAMES
           PERFORM INITIALIZE-BACKUP-FILE-NAMES
           PERFORM START-SCREEN
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE
                   ELSE
                       PERFORM WARN-BAD-CONFIG-VALUE
                   END-IF
               WHEN "BACKUP-GENERATIONS"
                   IF WS-CFG-VALID = 'Y' AND WS-CFG-NUM >= 1 AND
                      WS-CFG-NUM <= 9
                       MOVE WS-CFG-NUM TO WS-CFG-BACKUP-GENS
                   ELSE
                       PERFORM WARN-BAD-CONFIG-VALUE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Config: unknown parameter ignored: "
               DELIMITED BY SIZE INTO CONFIG-RECORD
           END-STRING
           WRITE CONFIG-RECORD
           MOVE SPACES TO CONFIG-RECORD
           STRING "BACKUP-GENERATIONS=" WS-CFG-BACKUP-GENS
               DELIMITED BY SIZE INTO CONFIG-RECORD
           END-STRING
           WRITE CONFIG-RECORD
           CLOSE CONFIG-FILE.

       *> loads the 5 training module names, in LEARN-SKILL-MENU's
                       MOVE DIGEST-COUNTERS-RECORD TO WS-DIGEST-COUNTERS
               END-READ
               CLOSE DIGEST-COUNTERS-FILE
           END-IF
           *> a record from before the moderation counters reads
           *> them as spaces; they start from zero
           IF WS-DC-CUM-HELD NOT NUMERIC
               MOVE 0 TO WS-DC-CUM-HELD
           END-IF
           IF WS-DC-CUM-DECIDED NOT NUMERIC
               MOVE 0 TO WS-DC-CUM-DECIDED
           END-IF
           IF WS-DC-SNAP-HELD NOT NUMERIC
               MOVE 0 TO WS-DC-SNAP-HELD
           END-IF
           IF WS-DC-SNAP-DECIDED NOT NUMERIC
               MOVE 0 TO WS-DC-SNAP-DECIDED
           END-IF.

       *> rewrites the activity counters control file from WS storage
               WHEN 5 ADD 1 TO WS-DC-CUM-REQ-ACCEPTED
               WHEN 6 ADD 1 TO WS-DC-CUM-REQ-REJECTED
               WHEN 7 ADD 1 TO WS-DC-CUM-MESSAGES
               WHEN 8 ADD 1 TO WS-DC-CUM-HELD
               WHEN 9 ADD 1 TO WS-DC-CUM-DECIDED
           END-EVALUATE
           PERFORM SAVE-DIGEST-COUNTERS.


       *> END-OF-DAY BATCH DRIVER --------------------------------------

       *> runs the whole nightly chain - the generation backup of
       *> the master files, the inbound job feed load
       *> (when a feed has been dropped off), the daily digest (with
       *> its ARCHIVE-EXPIRED-JOBS sweep), the reconciliation, the
       *> career office extract, and the retention purge - as one
       *> job, in that order. A
       *> checkpoint is written to BatchRunControl.txt as each step
       *> completes, so when a run dies partway the next invocation
       *> detects the incomplete run and restarts from the failed
              (WS-RC-STEP-DONE(1) NOT = 'Y' OR
               WS-RC-STEP-DONE(2) NOT = 'Y' OR
               WS-RC-STEP-DONE(3) NOT = 'Y' OR
               WS-RC-STEP-DONE(4) NOT = 'Y' OR
               WS-RC-STEP-DONE(5) NOT = 'Y' OR
               WS-RC-STEP-DONE(6) NOT = 'Y')
               MOVE 'Y' TO WS-BATCH-RESTARTED
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Incomplete run of " WS-RC-RUN-DATE
               MOVE 'N' TO WS-RC-STEP-DONE(2)
               MOVE 'N' TO WS-RC-STEP-DONE(3)
               MOVE 'N' TO WS-RC-STEP-DONE(4)
               MOVE 'N' TO WS-RC-STEP-DONE(5)
               MOVE 'N' TO WS-RC-STEP-DONE(6)
               PERFORM SAVE-RUN-CONTROL
           END-IF

           END-STRING
           PERFORM WRITE-BATCH-LOG-LINE

           *> the generation backup runs before anything rewrites a
           *> master file, so every later step has a copy to fall
           *> back on
           IF WS-RC-STEP-DONE(1) = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Step 1 (Generation Backup) already completed, "
                      "skipped." DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
           ELSE
               MOVE "Step 1 Generation Backup" TO WS-BATCH-STEP-NAME
               PERFORM WRITE-BATCH-STEP-START
               PERFORM RUN-BACKUP-GENERATION
               MOVE WS-BK-SUMMARY TO WS-BATCH-STEP-COUNTS
               MOVE 'Y' TO WS-RC-STEP-DONE(1)
               PERFORM SAVE-RUN-CONTROL
               PERFORM WRITE-BATCH-STEP-END
           END-IF

           *> the feed load runs next so the day's new postings are
           *> in the digest and the career extract; with no feed file
           *> dropped off the step has nothing to do and just logs so
           IF WS-RC-STEP-DONE(2) = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Step 2 (Inbound Job Feed) already completed, "
                      "skipped." DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
           ELSE
               MOVE "Step 2 Inbound Job Feed" TO WS-BATCH-STEP-NAME
               PERFORM WRITE-BATCH-STEP-START
               PERFORM RUN-INBOUND-JOB-FEED
               MOVE WS-FEED-SUMMARY TO WS-BATCH-STEP-COUNTS
               MOVE 'Y' TO WS-RC-STEP-DONE(2)
               PERFORM SAVE-RUN-CONTROL
               PERFORM WRITE-BATCH-STEP-END
           END-IF

           IF WS-RC-STEP-DONE(3) = 'Y'
               MOVE "Step 3 (Daily Digest) already completed, skipped."
                   TO OUTPUT-RECORD
               PERFORM WRITE-BATCH-LOG-LINE
           ELSE
               MOVE "Step 3 Daily Digest" TO WS-BATCH-STEP-NAME
               PERFORM WRITE-BATCH-STEP-START
               PERFORM RUN-DAILY-DIGEST
               MOVE WS-ARCHIVE-JOB-COUNT TO WS-BATCH-COUNT-DISPLAY
                      FUNCTION TRIM(WS-BATCH-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO WS-BATCH-STEP-COUNTS
               END-STRING
               MOVE 'Y' TO WS-RC-STEP-DONE(3)
               PERFORM SAVE-RUN-CONTROL
               PERFORM WRITE-BATCH-STEP-END
           END-IF

           IF WS-RC-STEP-DONE(4) = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Step 4 (Reconciliation) already completed, "
                      "skipped." DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
           ELSE
               MOVE "Step 4 Reconciliation" TO WS-BATCH-STEP-NAME
               PERFORM WRITE-BATCH-STEP-START
               PERFORM RUN-RECONCILIATION
               MOVE WS-RECON-TOTAL-ERRORS TO WS-BATCH-COUNT-DISPLAY
                      FUNCTION TRIM(WS-BATCH-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO WS-BATCH-STEP-COUNTS
               END-STRING
               MOVE 'Y' TO WS-RC-STEP-DONE(4)
               PERFORM SAVE-RUN-CONTROL
               PERFORM WRITE-BATCH-STEP-END
           END-IF

           IF WS-RC-STEP-DONE(5) = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Step 5 (Career Extract) already completed, "
                      "skipped." DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
           ELSE
               MOVE "Step 5 Career Extract" TO WS-BATCH-STEP-NAME
               PERFORM WRITE-BATCH-STEP-START
               PERFORM RUN-CAREER-EXTRACT
               MOVE WS-EXTRACT-JOB-COUNT TO WS-BATCH-COUNT-DISPLAY
                      FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO WS-BATCH-STEP-COUNTS
               END-STRING
               MOVE 'Y' TO WS-RC-STEP-DONE(5)
               PERFORM SAVE-RUN-CONTROL
               PERFORM WRITE-BATCH-STEP-END
           END-IF

           IF WS-RC-STEP-DONE(6) = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Step 6 (Retention Purge) already completed, "
                      "skipped." DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
           ELSE
               MOVE "Step 6 Retention Purge" TO WS-BATCH-STEP-NAME
               PERFORM WRITE-BATCH-STEP-START
               PERFORM RUN-RETENTION-PURGE
               MOVE WS-PURGE-SUMMARY TO WS-BATCH-STEP-COUNTS
               MOVE 'Y' TO WS-RC-STEP-DONE(6)
               PERFORM SAVE-RUN-CONTROL
               PERFORM WRITE-BATCH-STEP-END
           END-IF
           MOVE 'N' TO WS-RC-STEP-DONE(2)
           MOVE 'N' TO WS-RC-STEP-DONE(3)
           MOVE 'N' TO WS-RC-STEP-DONE(4)
           MOVE 'N' TO WS-RC-STEP-DONE(5)
           MOVE 'N' TO WS-RC-STEP-DONE(6)
           MOVE SPACES TO WS-RUN-CONTROL-STATUS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
                       MOVE RUN-CONTROL-RECORD TO WS-RUN-CONTROL
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF

           *> a checkpoint written before the backup and feed steps
           *> existed carries four flags (digest, reconciliation,
           *> extract, purge); they belong to what are now steps 3 to
           *> 6, and the backup and feed count as done for that run
           IF WS-RC-RUN-DATE NOT = SPACES AND
              WS-RC-STEP-DONE(5) = SPACE AND
              WS-RC-STEP-DONE(6) = SPACE
               MOVE WS-RC-STEP-DONE(4) TO WS-RC-STEP-DONE(6)
               MOVE WS-RC-STEP-DONE(3) TO WS-RC-STEP-DONE(5)
               MOVE WS-RC-STEP-DONE(2) TO WS-RC-STEP-DONE(4)
               MOVE WS-RC-STEP-DONE(1) TO WS-RC-STEP-DONE(3)
               MOVE 'Y' TO WS-RC-STEP-DONE(2)
               MOVE 'Y' TO WS-RC-STEP-DONE(1)
           END-IF.

       *> rewrites the batch checkpoint record from WS storage; this
           END-STRING
           PERFORM WRITE-BATCH-LOG-LINE.

       *> BACKUP & RESTORE ---------------------------------------------

       *> the master files a backup generation copies, in the order
       *> the manifest lists them and the restore numbers them
       INITIALIZE-BACKUP-FILE-NAMES.
           MOVE "Accounts.txt" TO WS-BK-FILE-NAME(1)
           MOVE "Profiles.txt" TO WS-BK-FILE-NAME(2)
           MOVE "ProfilesArchive.txt" TO WS-BK-FILE-NAME(3)
           MOVE "PendingRequests.txt" TO WS-BK-FILE-NAME(4)
           MOVE "Connections.txt" TO WS-BK-FILE-NAME(5)
           MOVE "Jobs.txt" TO WS-BK-FILE-NAME(6)
           MOVE "ArchivedJobs.txt" TO WS-BK-FILE-NAME(7)
           MOVE "Applications.txt" TO WS-BK-FILE-NAME(8)
           MOVE "InterviewSlots.txt" TO WS-BK-FILE-NAME(9)
           MOVE "Messages.txt" TO WS-BK-FILE-NAME(10)
           MOVE "JobAlerts.txt" TO WS-BK-FILE-NAME(11)
           MOVE "AuditLog.txt" TO WS-BK-FILE-NAME(12)
           MOVE "DigestCounters.txt" TO WS-BK-FILE-NAME(13)
           MOVE "Employers.txt" TO WS-BK-FILE-NAME(14)
           MOVE "Endorsements.txt" TO WS-BK-FILE-NAME(15)
           MOVE "Resumes.txt" TO WS-BK-FILE-NAME(16)
           MOVE "Placements.txt" TO WS-BK-FILE-NAME(17)
           MOVE "Skills.txt" TO WS-BK-FILE-NAME(18)
           MOVE "ProfileVerifications.txt" TO WS-BK-FILE-NAME(19)
           MOVE "Events.txt" TO WS-BK-FILE-NAME(20)
           MOVE "EventRegistrations.txt" TO WS-BK-FILE-NAME(21)
           MOVE "Announcements.txt" TO WS-BK-FILE-NAME(22)
           MOVE "Config.txt" TO WS-BK-FILE-NAME(23)
           MOVE "ArchiveRegister.txt" TO WS-BK-FILE-NAME(24)
           MOVE "ProhibitedTerms.txt" TO WS-BK-FILE-NAME(25)
           MOVE "HeldItems.txt" TO WS-BK-FILE-NAME(26)
           MOVE 26 TO WS-BK-FILE-COUNT
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-FILE-COUNT
               MOVE 'S' TO WS-BK-FILE-KIND(WS-BK-IDX)
           END-PERFORM
           MOVE 'P' TO WS-BK-FILE-KIND(2)
           MOVE 'J' TO WS-BK-FILE-KIND(6).

       *> first step of the end-of-day batch: copies every master
       *> file into a generation slot (BackupG1-Accounts.txt and so
       *> on) so a run that dies partway through a temp-file
       *> copy-back has a clean starting point to go back to. The
       *> configured number of generations is kept by reusing the
       *> oldest slot once all are taken; the catalog row is marked
       *> interrupted until every file and the manifest are written
       RUN-BACKUP-GENERATION.
           MOVE "------ Generation Backup ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM LOAD-BACKUP-CATALOG
           PERFORM PICK-BACKUP-GENERATION

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-BK-GEN TO WS-BK-CAT-GENERATION(WS-BK-SLOT)
           MOVE WS-DATE(1:6) TO WS-BK-CAT-DATE(WS-BK-SLOT)
           MOVE WS-TIME(1:6) TO WS-BK-CAT-TIME(WS-BK-SLOT)
           MOVE 'I' TO WS-BK-CAT-STATUS(WS-BK-SLOT)
           MOVE 0 TO WS-BK-CAT-FILES(WS-BK-SLOT)
           MOVE 0 TO WS-BK-CAT-RECORDS(WS-BK-SLOT)
           PERFORM SAVE-BACKUP-CATALOG

           MOVE SPACES TO WS-BK-MANIFEST-NAME
           STRING "BackupG" WS-BK-GEN "-Manifest.txt"
               DELIMITED BY SIZE INTO WS-BK-MANIFEST-NAME
           END-STRING
           OPEN OUTPUT BACKUP-MANIFEST-FILE
           MOVE SPACES TO BACKUP-MANIFEST-RECORD
           STRING "H|G" WS-BK-GEN "|" WS-BK-CAT-DATE(WS-BK-SLOT) "|"
                  WS-BK-CAT-TIME(WS-BK-SLOT)
               DELIMITED BY SIZE INTO BACKUP-MANIFEST-RECORD
           END-STRING
           WRITE BACKUP-MANIFEST-RECORD

           MOVE 0 TO WS-BK-TOTAL-FILES
           MOVE 0 TO WS-BK-TOTAL-ROWS
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-FILE-COUNT
               PERFORM BACKUP-ONE-FILE
               MOVE SPACES TO BACKUP-MANIFEST-RECORD
               STRING "F|" FUNCTION TRIM(WS-BK-FILE-NAME(WS-BK-IDX))
                      "|" WS-BK-FILE-KIND(WS-BK-IDX)
                      "|" WS-BK-ROWS "|" WS-BK-PRESENT
                   DELIMITED BY SIZE INTO BACKUP-MANIFEST-RECORD
               END-STRING
               WRITE BACKUP-MANIFEST-RECORD
               ADD 1 TO WS-BK-TOTAL-FILES
               ADD WS-BK-ROWS TO WS-BK-TOTAL-ROWS
           END-PERFORM

           MOVE SPACES TO BACKUP-MANIFEST-RECORD
           STRING "T|" WS-BK-TOTAL-FILES "|" WS-BK-TOTAL-ROWS
               DELIMITED BY SIZE INTO BACKUP-MANIFEST-RECORD
           END-STRING
           WRITE BACKUP-MANIFEST-RECORD
           CLOSE BACKUP-MANIFEST-FILE

           MOVE 'C' TO WS-BK-CAT-STATUS(WS-BK-SLOT)
           MOVE WS-BK-TOTAL-FILES TO WS-BK-CAT-FILES(WS-BK-SLOT)
           MOVE WS-BK-TOTAL-ROWS TO WS-BK-CAT-RECORDS(WS-BK-SLOT)
           PERFORM SAVE-BACKUP-CATALOG

           MOVE WS-BK-TOTAL-FILES TO WS-BK-FILES-DISPLAY
           MOVE WS-BK-TOTAL-ROWS TO WS-BK-ROWS-DISPLAY
           MOVE SPACES TO WS-BK-SUMMARY
           STRING "Generation G" WS-BK-GEN ", Files: "
                  FUNCTION TRIM(WS-BK-FILES-DISPLAY)
                  ", Records: " FUNCTION TRIM(WS-BK-ROWS-DISPLAY)
               DELIMITED BY SIZE INTO WS-BK-SUMMARY
           END-STRING
           MOVE WS-BK-SUMMARY TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           *> when run from the start screen there is no logged-in
           *> user; the admin who signed in for the batch is still
           ELSE
               MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           END-IF
           MOVE "BACKUP-GENERATION" TO WS-AUDIT-ACTION
           MOVE WS-BK-SUMMARY TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY.

       *> loads BackupCatalog.txt into WS-BK-CAT; rows for slots
       *> above the configured generation count (left over from
       *> a larger setting) are no longer offered and are dropped
       LOAD-BACKUP-CATALOG.
           MOVE 0 TO WS-BK-CAT-COUNT
           MOVE SPACES TO WS-BK-CATALOG-STATUS
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-BK-CATALOG-STATUS NOT = "00"
               CLOSE BACKUP-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BK-CATALOG-STATUS = "10"
               READ BACKUP-CATALOG-FILE
                   AT END
                       MOVE "10" TO WS-BK-CATALOG-STATUS
                   NOT AT END
                       IF BKC-GENERATION >= 1 AND
                          BKC-GENERATION <= WS-CFG-BACKUP-GENS AND
                          WS-BK-CAT-COUNT < 9
                           ADD 1 TO WS-BK-CAT-COUNT
                           MOVE BACKUP-CATALOG-RECORD
                               TO WS-BK-CAT(WS-BK-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-CATALOG-FILE.

       *> rewrites BackupCatalog.txt from WS-BK-CAT
       SAVE-BACKUP-CATALOG.
           OPEN OUTPUT BACKUP-CATALOG-FILE
           PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                   UNTIL WS-BK-IDX2 > WS-BK-CAT-COUNT
               MOVE WS-BK-CAT(WS-BK-IDX2) TO BACKUP-CATALOG-RECORD
               WRITE BACKUP-CATALOG-RECORD
           END-PERFORM
           CLOSE BACKUP-CATALOG-FILE.

       *> chooses the slot this run writes: the lowest generation
       *> number not yet used, else an interrupted one, else the
       *> oldest; WS-BK-GEN is the generation number and WS-BK-SLOT
       *> its row in WS-BK-CAT
       PICK-BACKUP-GENERATION.
           MOVE 0 TO WS-BK-GEN
           MOVE 0 TO WS-BK-SLOT
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-CFG-BACKUP-GENS
                      OR WS-BK-GEN > 0
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                       UNTIL WS-BK-IDX2 > WS-BK-CAT-COUNT
                   IF WS-BK-CAT-GENERATION(WS-BK-IDX2) = WS-BK-IDX
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   MOVE WS-BK-IDX TO WS-BK-GEN
               END-IF
           END-PERFORM
           IF WS-BK-GEN > 0
               ADD 1 TO WS-BK-CAT-COUNT
               MOVE WS-BK-CAT-COUNT TO WS-BK-SLOT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                   UNTIL WS-BK-IDX2 > WS-BK-CAT-COUNT
                      OR WS-BK-SLOT > 0
               IF WS-BK-CAT-STATUS(WS-BK-IDX2) NOT = 'C'
                   MOVE WS-BK-IDX2 TO WS-BK-SLOT
               END-IF
           END-PERFORM
           IF WS-BK-SLOT = 0
               MOVE HIGH-VALUES TO WS-BK-OLDEST
               PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                       UNTIL WS-BK-IDX2 > WS-BK-CAT-COUNT
                   MOVE SPACES TO WS-BK-STAMP
                   STRING WS-BK-CAT-DATE(WS-BK-IDX2)
                          WS-BK-CAT-TIME(WS-BK-IDX2)
                       DELIMITED BY SIZE INTO WS-BK-STAMP
                   END-STRING
                   IF WS-BK-STAMP < WS-BK-OLDEST
                       MOVE WS-BK-STAMP TO WS-BK-OLDEST
                       MOVE WS-BK-IDX2 TO WS-BK-SLOT
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-BK-CAT-GENERATION(WS-BK-SLOT) TO WS-BK-GEN.

       *> builds the generation copy's name for WS-BK-FILE-NAME
       *> entry WS-BK-IDX into WS-BK-OUT-NAME (backup side)
       BUILD-BACKUP-COPY-NAME.
           MOVE SPACES TO WS-BK-OUT-NAME
           STRING "BackupG" WS-BK-GEN "-"
                  FUNCTION TRIM(WS-BK-FILE-NAME(WS-BK-IDX))
               DELIMITED BY SIZE INTO WS-BK-OUT-NAME
           END-STRING.

       *> copies one master file into the generation, counting the
       *> records; the indexed profile and job files are read
       *> through their own FDs, everything else line for line. A
       *> file not on disk yet still gets an empty copy, so a
       *> restore puts it back the way it was
       BACKUP-ONE-FILE.
           MOVE 0 TO WS-BK-ROWS
           MOVE 'Y' TO WS-BK-PRESENT
           PERFORM BUILD-BACKUP-COPY-NAME
           OPEN OUTPUT BACKUP-OUT-FILE
           EVALUATE WS-BK-FILE-KIND(WS-BK-IDX)
               WHEN 'P'
                   MOVE SPACES TO WS-PROFILES-STATUS
                   OPEN INPUT PROFILES-FILE
                   IF WS-PROFILES-STATUS NOT = "00"
                       MOVE 'N' TO WS-BK-PRESENT
                       MOVE "10" TO WS-PROFILES-STATUS
                   END-IF
                   PERFORM UNTIL WS-PROFILES-STATUS = "10"
                       READ PROFILES-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO WS-PROFILES-STATUS
                           NOT AT END
                               MOVE PROFILE-REC TO BACKUP-OUT-RECORD
                               WRITE BACKUP-OUT-RECORD
                               ADD 1 TO WS-BK-ROWS
                       END-READ
                   END-PERFORM
                   CLOSE PROFILES-FILE
               WHEN 'J'
                   MOVE SPACES TO WS-JOBS-STATUS
                   OPEN INPUT JOBS-FILE
                   IF WS-JOBS-STATUS NOT = "00"
                       MOVE 'N' TO WS-BK-PRESENT
                       MOVE "10" TO WS-JOBS-STATUS
                   END-IF
                   PERFORM UNTIL WS-JOBS-STATUS = "10"
                       READ JOBS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO WS-JOBS-STATUS
                           NOT AT END
                               MOVE JOB-RECORD TO BACKUP-OUT-RECORD
                               WRITE BACKUP-OUT-RECORD
                               ADD 1 TO WS-BK-ROWS
                       END-READ
                   END-PERFORM
                   CLOSE JOBS-FILE
               WHEN OTHER
                   MOVE WS-BK-FILE-NAME(WS-BK-IDX) TO WS-BK-IN-NAME
                   MOVE SPACES TO WS-BK-IN-STATUS
                   OPEN INPUT BACKUP-IN-FILE
                   IF WS-BK-IN-STATUS NOT = "00"
                       MOVE 'N' TO WS-BK-PRESENT
                       MOVE "10" TO WS-BK-IN-STATUS
                   END-IF
                   PERFORM UNTIL WS-BK-IN-STATUS = "10"
                       READ BACKUP-IN-FILE
                           AT END
                               MOVE "10" TO WS-BK-IN-STATUS
                           NOT AT END
                               MOVE BACKUP-IN-RECORD
                                   TO BACKUP-OUT-RECORD
                               WRITE BACKUP-OUT-RECORD
                               ADD 1 TO WS-BK-ROWS
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-IN-FILE
           END-EVALUATE
           CLOSE BACKUP-OUT-FILE.

       *> admin restore: lists the complete generations, checks the
       *> chosen generation's copies against its manifest counts,
       *> then puts back one file or all of them over the live
       *> copies. A file whose copy does not match the manifest is
       *> never restored, and "all" is refused while any file fails
       RESTORE-FROM-BACKUP.
           MOVE "------ Restore From Backup ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM LOAD-BACKUP-CATALOG
           MOVE 0 TO WS-BK-IDX
           PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                   UNTIL WS-BK-IDX2 > WS-BK-CAT-COUNT
               IF WS-BK-CAT-STATUS(WS-BK-IDX2) = 'C'
                   ADD 1 TO WS-BK-IDX
                   MOVE WS-BK-CAT-DATE(WS-BK-IDX2) TO WS-JOB-DATE-RAW
                   PERFORM FORMAT-JOB-DATE
                   MOVE WS-BK-CAT-FILES(WS-BK-IDX2)
                       TO WS-BK-FILES-DISPLAY
                   MOVE WS-BK-CAT-RECORDS(WS-BK-IDX2)
                       TO WS-BK-ROWS-DISPLAY
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Generation "
                          WS-BK-CAT-GENERATION(WS-BK-IDX2)
                          " - taken " WS-FORMATTED-JOB-DATE " "
                          WS-BK-CAT-TIME(WS-BK-IDX2)(1:2) ":"
                          WS-BK-CAT-TIME(WS-BK-IDX2)(3:2) " - "
                          FUNCTION TRIM(WS-BK-FILES-DISPLAY)
                          " files, "
                          FUNCTION TRIM(WS-BK-ROWS-DISPLAY)
                          " records"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-BK-IDX = 0
               MOVE "No backup generations on file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter the generation number to restore from, "
                  "or 0 to cancel:"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(1:1) < '1' OR INPUT-RECORD(1:1) > '9'
               MOVE "Restore cancelled." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:1) TO WS-BK-GEN
           MOVE 0 TO WS-BK-SLOT
           PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                   UNTIL WS-BK-IDX2 > WS-BK-CAT-COUNT
               IF WS-BK-CAT-GENERATION(WS-BK-IDX2) = WS-BK-GEN AND
                  WS-BK-CAT-STATUS(WS-BK-IDX2) = 'C'
                   MOVE WS-BK-IDX2 TO WS-BK-SLOT
               END-IF
           END-PERFORM
           IF WS-BK-SLOT = 0
               MOVE "No complete generation with that number."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-BACKUP-MANIFEST
           IF WS-BK-MAN-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter a file number to restore, A to restore all, "
                  "or 0 to cancel:"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 'N' TO WS-BK-ALL
           MOVE 0 TO WS-BK-CHOICE
           IF INPUT-RECORD(1:1) = 'A' OR INPUT-RECORD(1:1) = 'a'
               MOVE 'Y' TO WS-BK-ALL
           ELSE
               IF INPUT-RECORD(2:1) >= '0' AND
                  INPUT-RECORD(2:1) <= '9'
                   MOVE INPUT-RECORD(1:2) TO WS-BK-CHOICE
               ELSE
                   IF INPUT-RECORD(1:1) >= '0' AND
                      INPUT-RECORD(1:1) <= '9'
                       MOVE INPUT-RECORD(1:1) TO WS-BK-CHOICE
                   END-IF
               END-IF
               IF WS-BK-CHOICE = 0 OR WS-BK-CHOICE > WS-BK-MAN-COUNT
                   MOVE "Restore cancelled." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-BK-ALL = 'Y' AND WS-BK-BAD-COUNT > 0
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Generation failed its manifest check; restore "
                      "files one at a time instead."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-BK-ALL = 'N'
               IF WS-BK-MAN-OK(WS-BK-CHOICE) NOT = 'Y'
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "That file's copy does not match the "
                          "manifest and cannot be restored."
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           IF WS-BK-ALL = 'Y'
               STRING "Restore ALL files from generation " WS-BK-GEN
                      "? (1 = restore, anything else cancels):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING "Restore "
                      FUNCTION TRIM(WS-BK-MAN-NAME(WS-BK-CHOICE))
                      " from generation " WS-BK-GEN
                      "? (1 = restore, anything else cancels):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(1:1) NOT = '1'
               MOVE "Restore cancelled." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BK-RESTORED
           IF WS-BK-ALL = 'Y'
               *> the journal goes back first, so the restore entry
               *> journaled for each of the other files lands on the
               *> restored log instead of being overwritten by it
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > WS-BK-MAN-COUNT
                   IF WS-BK-MAN-NAME(WS-BK-IDX) = "AuditLog.txt"
                       PERFORM RESTORE-ONE-FILE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > WS-BK-MAN-COUNT
                   IF WS-BK-MAN-NAME(WS-BK-IDX) NOT = "AuditLog.txt"
                       PERFORM RESTORE-ONE-FILE
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-BK-CHOICE TO WS-BK-IDX
               PERFORM RESTORE-ONE-FILE
           END-IF

           *> the account ceiling and the operating parameters are
           *> held in memory, so take both again from the restored
           *> files
           PERFORM COUNT-EXISTING-USERS
           PERFORM LOAD-SYSTEM-CONFIG

           MOVE WS-BK-RESTORED TO WS-BK-FILES-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Restore complete: "
                  FUNCTION TRIM(WS-BK-FILES-DISPLAY)
                  " file(s) restored from generation " WS-BK-GEN "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> reads the chosen generation's manifest into WS-BK-MAN and
       *> recounts every copy against it, listing each file with
       *> its check result; WS-BK-BAD-COUNT is how many failed. A
       *> manifest without its T trailer was cut short and fails
       *> every file
       VERIFY-BACKUP-MANIFEST.
           MOVE 0 TO WS-BK-MAN-COUNT
           MOVE 0 TO WS-BK-BAD-COUNT
           MOVE 'N' TO WS-BK-HAS-TRAILER
           MOVE SPACES TO WS-BK-MANIFEST-NAME
           STRING "BackupG" WS-BK-GEN "-Manifest.txt"
               DELIMITED BY SIZE INTO WS-BK-MANIFEST-NAME
           END-STRING
           MOVE SPACES TO WS-BK-MANIFEST-STATUS
           OPEN INPUT BACKUP-MANIFEST-FILE
           IF WS-BK-MANIFEST-STATUS NOT = "00"
               CLOSE BACKUP-MANIFEST-FILE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Manifest " FUNCTION TRIM(WS-BK-MANIFEST-NAME)
                      " is missing; this generation cannot be "
                      "restored."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BK-MANIFEST-STATUS = "10"
               READ BACKUP-MANIFEST-FILE
                   AT END
                       MOVE "10" TO WS-BK-MANIFEST-STATUS
                   NOT AT END
                       PERFORM LOAD-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE BACKUP-MANIFEST-FILE

           MOVE "Manifest check:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-MAN-COUNT
               PERFORM COUNT-BACKUP-COPY
               MOVE WS-BK-ROWS TO WS-BK-MAN-FOUND(WS-BK-IDX)
               IF WS-BK-ROWS = WS-BK-MAN-ROWS(WS-BK-IDX) AND
                  WS-BK-HAS-TRAILER = 'Y'
                   MOVE 'Y' TO WS-BK-MAN-OK(WS-BK-IDX)
               ELSE
                   MOVE 'N' TO WS-BK-MAN-OK(WS-BK-IDX)
                   ADD 1 TO WS-BK-BAD-COUNT
               END-IF
               MOVE WS-BK-IDX TO WS-BK-IDX-DISPLAY
               MOVE WS-BK-MAN-ROWS(WS-BK-IDX) TO WS-BK-ROWS-DISPLAY
               MOVE WS-BK-ROWS TO WS-BK-FOUND-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               IF WS-BK-MAN-OK(WS-BK-IDX) = 'Y'
                   STRING WS-BK-IDX-DISPLAY ". "
                          WS-BK-MAN-NAME(WS-BK-IDX) " "
                          WS-BK-ROWS-DISPLAY " records  OK"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               ELSE
                   STRING WS-BK-IDX-DISPLAY ". "
                          WS-BK-MAN-NAME(WS-BK-IDX) " "
                          WS-BK-ROWS-DISPLAY " records  MISMATCH ("
                          FUNCTION TRIM(WS-BK-FOUND-DISPLAY)
                          " found)"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               PERFORM WRITE-OUTPUT
           END-PERFORM.

       *> files one manifest line: F rows into WS-BK-MAN, the T row
       *> as the sign the manifest was finished
       LOAD-MANIFEST-LINE.
           MOVE SPACES TO WS-BK-FIELD-1 WS-BK-FIELD-2 WS-BK-FIELD-3
                          WS-BK-FIELD-4 WS-BK-FIELD-5
           UNSTRING BACKUP-MANIFEST-RECORD DELIMITED BY '|'
               INTO WS-BK-FIELD-1 WS-BK-FIELD-2 WS-BK-FIELD-3
                    WS-BK-FIELD-4 WS-BK-FIELD-5
           END-UNSTRING
           EVALUATE WS-BK-FIELD-1
               WHEN "F"
                   IF WS-BK-MAN-COUNT < 30
                       ADD 1 TO WS-BK-MAN-COUNT
                       MOVE WS-BK-FIELD-2
                           TO WS-BK-MAN-NAME(WS-BK-MAN-COUNT)
                       MOVE WS-BK-FIELD-3(1:1)
                           TO WS-BK-MAN-KIND(WS-BK-MAN-COUNT)
                       MOVE WS-BK-FIELD-4(1:7)
                           TO WS-BK-MAN-ROWS(WS-BK-MAN-COUNT)
                       MOVE WS-BK-FIELD-5(1:1)
                           TO WS-BK-MAN-PRESENT(WS-BK-MAN-COUNT)
                   END-IF
               WHEN "T"
                   MOVE 'Y' TO WS-BK-HAS-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> counts the records in the generation copy of manifest
       *> entry WS-BK-IDX into WS-BK-ROWS; a missing copy counts 0
       COUNT-BACKUP-COPY.
           MOVE 0 TO WS-BK-ROWS
           MOVE SPACES TO WS-BK-IN-NAME
           STRING "BackupG" WS-BK-GEN "-"
                  FUNCTION TRIM(WS-BK-MAN-NAME(WS-BK-IDX))
               DELIMITED BY SIZE INTO WS-BK-IN-NAME
           END-STRING
           MOVE SPACES TO WS-BK-IN-STATUS
           OPEN INPUT BACKUP-IN-FILE
           IF WS-BK-IN-STATUS NOT = "00"
               CLOSE BACKUP-IN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BK-IN-STATUS = "10"
               READ BACKUP-IN-FILE
                   AT END
                       MOVE "10" TO WS-BK-IN-STATUS
                   NOT AT END
                       ADD 1 TO WS-BK-ROWS
               END-READ
           END-PERFORM
           CLOSE BACKUP-IN-FILE.

       *> puts the generation copy of manifest entry WS-BK-IDX back
       *> over the live file and journals it; the indexed profile
       *> and job files are rebuilt through their own FDs
       RESTORE-ONE-FILE.
           MOVE 0 TO WS-BK-ROWS
           MOVE SPACES TO WS-BK-IN-NAME
           STRING "BackupG" WS-BK-GEN "-"
                  FUNCTION TRIM(WS-BK-MAN-NAME(WS-BK-IDX))
               DELIMITED BY SIZE INTO WS-BK-IN-NAME
           END-STRING
           MOVE SPACES TO WS-BK-IN-STATUS
           OPEN INPUT BACKUP-IN-FILE
           IF WS-BK-IN-STATUS NOT = "00"
               CLOSE BACKUP-IN-FILE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-BK-MAN-KIND(WS-BK-IDX)
               WHEN 'P'
                   OPEN OUTPUT PROFILES-FILE
                   PERFORM UNTIL WS-BK-IN-STATUS = "10"
                       READ BACKUP-IN-FILE
                           AT END
                               MOVE "10" TO WS-BK-IN-STATUS
                           NOT AT END
                               MOVE BACKUP-IN-RECORD TO PROFILE-REC
                               WRITE PROFILE-REC
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY ADD 1 TO WS-BK-ROWS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE PROFILES-FILE
               WHEN 'J'
                   OPEN OUTPUT JOBS-FILE
                   PERFORM UNTIL WS-BK-IN-STATUS = "10"
                       READ BACKUP-IN-FILE
                           AT END
                               MOVE "10" TO WS-BK-IN-STATUS
                           NOT AT END
                               MOVE BACKUP-IN-RECORD TO JOB-RECORD
                               WRITE JOB-RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY ADD 1 TO WS-BK-ROWS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE JOBS-FILE
               WHEN OTHER
                   MOVE WS-BK-MAN-NAME(WS-BK-IDX) TO WS-BK-OUT-NAME
                   OPEN OUTPUT BACKUP-OUT-FILE
                   PERFORM UNTIL WS-BK-IN-STATUS = "10"
                       READ BACKUP-IN-FILE
                           AT END
                               MOVE "10" TO WS-BK-IN-STATUS
                           NOT AT END
                               MOVE BACKUP-IN-RECORD
                                   TO BACKUP-OUT-RECORD
                               WRITE BACKUP-OUT-RECORD
                               ADD 1 TO WS-BK-ROWS
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-OUT-FILE
           END-EVALUATE
           CLOSE BACKUP-IN-FILE
           ADD 1 TO WS-BK-RESTORED

           MOVE WS-BK-ROWS TO WS-BK-ROWS-DISPLAY
           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "BACKUP-RESTORE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "G" WS-BK-GEN " " WS-BK-CAT-DATE(WS-BK-SLOT) " "
                  FUNCTION TRIM(WS-BK-MAN-NAME(WS-BK-IDX))
                  " rows: " FUNCTION TRIM(WS-BK-ROWS-DISPLAY)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Restored " FUNCTION TRIM(WS-BK-MAN-NAME(WS-BK-IDX))
                  " (" FUNCTION TRIM(WS-BK-ROWS-DISPLAY) " records)."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> RETENTION & PURGE --------------------------------------------

       *> nightly retention step: moves read messages and viewed
       *> alerts older than the configured number of days into dated
       *> archive files, rolls journal entries from earlier months
       *> into monthly archive generations, and prints a purge
       *> summary of how many records each file shed and how many
       *> remain - the online files stay small, nothing is destroyed
       RUN-RETENTION-PURGE.
           MOVE "------- Retention Purge Run -------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM COMPUTE-RETENTION-CUTOFF
           MOVE WS-CFG-RETENTION-DAYS TO WS-CFG-RULE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Retention window: "
                  FUNCTION TRIM(WS-CFG-RULE-DISPLAY)
                  " days (cutoff " WS-RETENTION-CUTOFF ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           PERFORM PURGE-READ-MESSAGES
           MOVE WS-PURGE-MOVED TO WS-PURGE-MSG-MOVED
           PERFORM PURGE-VIEWED-ALERTS
           MOVE WS-PURGE-MOVED TO WS-PURGE-ALERT-MOVED
           PERFORM ROLL-AUDIT-LOG
           MOVE WS-PURGE-MOVED TO WS-PURGE-AUDIT-MOVED

           MOVE WS-PURGE-MSG-MOVED TO WS-PURGE-MSG-DISPLAY
           MOVE WS-PURGE-ALERT-MOVED TO WS-PURGE-ALERT-DISPLAY
           MOVE WS-PURGE-AUDIT-MOVED TO WS-PURGE-AUDIT-DISPLAY
           MOVE SPACES TO WS-PURGE-SUMMARY
           STRING "Messages: "
                  FUNCTION TRIM(WS-PURGE-MSG-DISPLAY)
                  ", Alerts: "
                  FUNCTION TRIM(WS-PURGE-ALERT-DISPLAY)
                  ", Audit: "
                  FUNCTION TRIM(WS-PURGE-AUDIT-DISPLAY)
               DELIMITED BY SIZE INTO WS-PURGE-SUMMARY
           END-STRING

           *> when run from the start screen there is no logged-in
           *> user; the admin who signed in for the batch is still
           *> in WS-USERNAME
           IF WS-LOGGED-USER = SPACES
               MOVE WS-USERNAME TO WS-AUDIT-USER
           ELSE
               MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           END-IF
           MOVE "RETENTION-PURGE" TO WS-AUDIT-ACTION
           MOVE WS-PURGE-SUMMARY(1:80) TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Retention purge complete." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> works out the YYMMDD cutoff: anything dated before today
       *> minus the configured retention days is past the window
       COMPUTE-RETENTION-CUTOFF.
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE SPACES TO WS-DATE-YYYYMMDD-X
           IF WS-TODAY-DATE(1:2) < "50"
               *> same two-digit-year rule FORMAT-TIMESTAMP uses
               STRING "20" WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD-X
               END-STRING
           ELSE
               STRING "19" WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD-X
               END-STRING
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               - WS-CFG-RETENTION-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-YYYYMMDD-X(3:6) TO WS-RETENTION-CUTOFF.

       *> moves read messages older than the cutoff into the dated
       *> archive; unread and recent messages stay online
       PURGE-READ-MESSAGES.
           MOVE 0 TO WS-PURGE-MOVED
           MOVE 0 TO WS-PURGE-KEPT
           MOVE SPACES TO WS-MSG-ARCHIVE-NAME
           STRING "MessagesArchive-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-MSG-ARCHIVE-NAME
           END-STRING

           MOVE SPACES TO WS-MESSAGES-STATUS
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               CLOSE MESSAGES-FILE
               PERFORM WRITE-PURGE-SUMMARY-MESSAGES
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-MESSAGES-FILE
           OPEN EXTEND MSG-ARCHIVE-FILE
           IF WS-MSG-ARCHIVE-STATUS = "35"
               OPEN OUTPUT MSG-ARCHIVE-FILE
               CLOSE MSG-ARCHIVE-FILE
               OPEN EXTEND MSG-ARCHIVE-FILE
           END-IF

           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ MESSAGES-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF MSG-READ-FLAG = 'Y' AND
                          MSG-TIMESTAMP(1:6) NOT = SPACES AND
                          MSG-TIMESTAMP(1:6) < WS-RETENTION-CUTOFF
                           MOVE MESSAGE-RECORD TO MSG-ARCHIVE-RECORD
                           WRITE MSG-ARCHIVE-RECORD
                           ADD 1 TO WS-PURGE-MOVED
                       ELSE
                           ADD 1 TO WS-PURGE-KEPT
                           MOVE MSG-SENDER TO TEMP-MSG-SENDER
                           MOVE MSG-RECEIVER TO TEMP-MSG-RECEIVER
                           MOVE MSG-CONTENT TO TEMP-MSG-CONTENT
                           MOVE MSG-TIMESTAMP TO TEMP-MSG-TIMESTAMP
                           MOVE MSG-READ-FLAG TO TEMP-MSG-READ-FLAG
                           WRITE TEMP-MESSAGE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           CLOSE TEMP-MESSAGES-FILE
           CLOSE MSG-ARCHIVE-FILE
           MOVE 'M' TO WS-AREG-KIND
           MOVE WS-MSG-ARCHIVE-NAME TO WS-AREG-NAME
           PERFORM REGISTER-RETENTION-ARCHIVE

           OPEN OUTPUT MESSAGES-FILE
           OPEN INPUT TEMP-MESSAGES-FILE
           MOVE SPACES TO WS-TEMP-MESSAGES-STATUS
           PERFORM UNTIL WS-TEMP-MESSAGES-STATUS = "10"
               READ TEMP-MESSAGES-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-MESSAGES-STATUS
                   NOT AT END
                       MOVE TEMP-MSG-SENDER TO MSG-SENDER
                       MOVE TEMP-MSG-RECEIVER TO MSG-RECEIVER
                       MOVE TEMP-MSG-CONTENT TO MSG-CONTENT
                       MOVE TEMP-MSG-TIMESTAMP TO MSG-TIMESTAMP
                       MOVE TEMP-MSG-READ-FLAG TO MSG-READ-FLAG
                       WRITE MESSAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-MESSAGES-FILE
           CLOSE MESSAGES-FILE

           PERFORM WRITE-PURGE-SUMMARY-MESSAGES.

       WRITE-PURGE-SUMMARY-MESSAGES.
           MOVE WS-PURGE-MOVED TO WS-PURGE-MOVED-DISPLAY
           MOVE WS-PURGE-KEPT TO WS-PURGE-KEPT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Messages.txt: archived "
                  FUNCTION TRIM(WS-PURGE-MOVED-DISPLAY)
                  ", remaining "
                  FUNCTION TRIM(WS-PURGE-KEPT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> moves viewed alerts past the cutoff into the dated
       *> archive; rows written before alerts carried a date read
       *> back blank there and count as old
       PURGE-VIEWED-ALERTS.
           MOVE 0 TO WS-PURGE-MOVED
           MOVE 0 TO WS-PURGE-KEPT
           MOVE SPACES TO WS-ALERT-ARCHIVE-NAME
           STRING "AlertsArchive-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ALERT-ARCHIVE-NAME
           END-STRING

           MOVE SPACES TO WS-ALERTS-STATUS
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-STATUS NOT = "00"
               CLOSE ALERTS-FILE
               PERFORM WRITE-PURGE-SUMMARY-ALERTS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-ALERTS-FILE
           OPEN EXTEND ALERT-ARCHIVE-FILE
           IF WS-ALERT-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ALERT-ARCHIVE-FILE
               CLOSE ALERT-ARCHIVE-FILE
               OPEN EXTEND ALERT-ARCHIVE-FILE
           END-IF

           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ ALERTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ALERT-VIEWED = 'Y' AND
                          (ALERT-DATE = SPACES OR
                           ALERT-DATE < WS-RETENTION-CUTOFF)
                           MOVE ALERT-RECORD TO ALERT-ARCHIVE-RECORD
                           WRITE ALERT-ARCHIVE-RECORD
                           ADD 1 TO WS-PURGE-MOVED
                       ELSE
                           ADD 1 TO WS-PURGE-KEPT
                           MOVE ALERT-USERNAME TO TEMP-ALERT-USERNAME
                           MOVE ALERT-JOB-KEY TO TEMP-ALERT-JOB-KEY
                           MOVE ALERT-VIEWED TO TEMP-ALERT-VIEWED
                           MOVE ALERT-DATE TO TEMP-ALERT-DATE
                           WRITE TEMP-ALERT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERTS-FILE
           CLOSE TEMP-ALERTS-FILE
           CLOSE ALERT-ARCHIVE-FILE
           MOVE 'A' TO WS-AREG-KIND
           MOVE WS-ALERT-ARCHIVE-NAME TO WS-AREG-NAME
           PERFORM REGISTER-RETENTION-ARCHIVE

           OPEN OUTPUT ALERTS-FILE
           OPEN INPUT TEMP-ALERTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ TEMP-ALERTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TEMP-ALERT-USERNAME TO ALERT-USERNAME
                       MOVE TEMP-ALERT-JOB-KEY TO ALERT-JOB-KEY
                       MOVE TEMP-ALERT-VIEWED TO ALERT-VIEWED
                       MOVE TEMP-ALERT-DATE TO ALERT-DATE
                       WRITE ALERT-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-ALERTS-FILE
           CLOSE ALERTS-FILE

           PERFORM WRITE-PURGE-SUMMARY-ALERTS.

       WRITE-PURGE-SUMMARY-ALERTS.
           MOVE WS-PURGE-MOVED TO WS-PURGE-MOVED-DISPLAY
           MOVE WS-PURGE-KEPT TO WS-PURGE-KEPT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "JobAlerts.txt: archived "
                  FUNCTION TRIM(WS-PURGE-MOVED-DISPLAY)
                  ", remaining "
                  FUNCTION TRIM(WS-PURGE-KEPT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> rolls journal entries from months before the current one
       *> into one archive generation per month (AuditArchive-YYMM),
       *> leaving only the current month's entries online
       ROLL-AUDIT-LOG.
           MOVE 0 TO WS-PURGE-MOVED
           MOVE 0 TO WS-PURGE-KEPT
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-CUR-MONTH

           *> pass 1: the distinct earlier months on the journal
           MOVE 0 TO WS-AUDIT-MONTH-COUNT
           MOVE SPACES TO WS-AUDIT-STATUS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               PERFORM WRITE-PURGE-SUMMARY-AUDIT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF AUD-TIMESTAMP(1:4) < WS-CUR-MONTH
                           MOVE AUD-TIMESTAMP(1:4) TO WS-AUDIT-MONTH
                           PERFORM NOTE-AUDIT-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           *> pass 2: append each earlier month's entries to that
           *> month's archive generation
           PERFORM VARYING WS-AUDIT-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-MONTH-IDX > WS-AUDIT-MONTH-COUNT
               MOVE WS-AUDIT-MONTH-TBL(WS-AUDIT-MONTH-IDX)
                   TO WS-AUDIT-MONTH
               PERFORM ARCHIVE-ONE-AUDIT-MONTH
           END-PERFORM

           *> pass 3: drop only the rows whose month actually made
           *> an archive generation in pass 2; a month the table
           *> could not hold stays online untouched and rolls on a
           *> later run, so no entry is ever dropped unarchived
           IF WS-AUDIT-MONTH-COUNT > 0
               OPEN INPUT AUDIT-FILE
               OPEN OUTPUT TEMP-AUDIT-FILE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE AUD-TIMESTAMP(1:4) TO WS-AUDIT-MONTH
                           PERFORM CHECK-AUDIT-MONTH-ARCHIVED
                           IF AUD-TIMESTAMP(1:4) < WS-CUR-MONTH AND
                              WS-FOUND = 'Y'
                               ADD 1 TO WS-PURGE-MOVED
                           ELSE
                               ADD 1 TO WS-PURGE-KEPT
                               MOVE AUDIT-RECORD TO TEMP-AUDIT-RECORD
                               WRITE TEMP-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               CLOSE TEMP-AUDIT-FILE

               OPEN OUTPUT AUDIT-FILE
               OPEN INPUT TEMP-AUDIT-FILE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ TEMP-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE TEMP-AUDIT-RECORD TO AUDIT-RECORD
                           WRITE AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEMP-AUDIT-FILE
               CLOSE AUDIT-FILE
           ELSE
               *> nothing older than the current month; count what
               *> stays for the summary
               OPEN INPUT AUDIT-FILE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END ADD 1 TO WS-PURGE-KEPT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           PERFORM WRITE-PURGE-SUMMARY-AUDIT.

       WRITE-PURGE-SUMMARY-AUDIT.
           MOVE WS-PURGE-MOVED TO WS-PURGE-MOVED-DISPLAY
           MOVE WS-PURGE-KEPT TO WS-PURGE-KEPT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "AuditLog.txt: archived "
                  FUNCTION TRIM(WS-PURGE-MOVED-DISPLAY)
                  ", remaining "
                  FUNCTION TRIM(WS-PURGE-KEPT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> remembers WS-AUDIT-MONTH in the distinct-months table;
       *> when the table is full the month is simply not noted this
       *> run, which leaves its rows online for a later roll
       NOTE-AUDIT-MONTH.
           PERFORM CHECK-AUDIT-MONTH-ARCHIVED
           IF WS-FOUND = 'N' AND WS-AUDIT-MONTH-COUNT < 24
               ADD 1 TO WS-AUDIT-MONTH-COUNT
               MOVE WS-AUDIT-MONTH TO
                   WS-AUDIT-MONTH-TBL(WS-AUDIT-MONTH-COUNT)
           END-IF.

       *> sets WS-FOUND when WS-AUDIT-MONTH is one of the months
       *> this run is rolling into an archive generation
       CHECK-AUDIT-MONTH-ARCHIVED.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-AUDIT-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-MONTH-IDX > WS-AUDIT-MONTH-COUNT
               IF WS-AUDIT-MONTH-TBL(WS-AUDIT-MONTH-IDX) =
                  WS-AUDIT-MONTH
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       *> appends every journal entry stamped WS-AUDIT-MONTH to that
       *> month's AuditArchive generation
       ARCHIVE-ONE-AUDIT-MONTH.
           MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME
           STRING "AuditArchive-" WS-AUDIT-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-AUDIT-ARCHIVE-NAME
           END-STRING
           OPEN EXTEND AUDIT-ARCHIVE-FILE
           IF WS-AUDIT-ARCHIVE-STATUS = "35"
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
               CLOSE AUDIT-ARCHIVE-FILE
               OPEN EXTEND AUDIT-ARCHIVE-FILE
           END-IF
           OPEN INPUT AUDIT-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF AUD-TIMESTAMP(1:4) = WS-AUDIT-MONTH
                           MOVE AUDIT-RECORD TO AUDIT-ARCHIVE-RECORD
                           WRITE AUDIT-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           MOVE 'U' TO WS-AREG-KIND
           MOVE WS-AUDIT-ARCHIVE-NAME TO WS-AREG-NAME
           PERFORM REGISTER-RETENTION-ARCHIVE.

       *> adds the archive in WS-AREG-NAME (kind WS-AREG-KIND) to
       *> ArchiveRegister.txt unless it is already listed; the
       *> register is built from the archives on disk the first
       *> time it is needed
       REGISTER-RETENTION-ARCHIVE.
           PERFORM ENSURE-ARCHIVE-REGISTER
           MOVE 'N' TO WS-AREG-FOUND
           MOVE SPACES TO WS-AREG-STATUS
           OPEN INPUT ARCHIVE-REGISTER-FILE
           PERFORM UNTIL WS-AREG-STATUS = "10"
               READ ARCHIVE-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-AREG-STATUS
                   NOT AT END
                       IF AREG-NAME = WS-AREG-NAME
                           MOVE 'Y' TO WS-AREG-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-REGISTER-FILE
           IF WS-AREG-FOUND = 'N'
               OPEN EXTEND ARCHIVE-REGISTER-FILE
               MOVE WS-AREG-KIND TO AREG-KIND
               MOVE WS-AREG-NAME TO AREG-NAME
               WRITE ARCHIVE-REGISTER-RECORD
               CLOSE ARCHIVE-REGISTER-FILE
           END-IF.

       *> makes sure ArchiveRegister.txt exists; when it does not,
       *> it is created and seeded by probing every daily message
       *> and alert archive name and every monthly journal archive
       *> name from January 2000 to today, keeping the ones found
       ENSURE-ARCHIVE-REGISTER.
           MOVE SPACES TO WS-AREG-STATUS
           OPEN INPUT ARCHIVE-REGISTER-FILE
           IF WS-AREG-STATUS NOT = "35"
               CLOSE ARCHIVE-REGISTER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-REGISTER-FILE

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE SPACES TO WS-DATE-YYYYMMDD-X
           STRING "20" WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD-X
           END-STRING
           COMPUTE WS-AREG-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-AREG-DAY-INT =
               FUNCTION INTEGER-OF-DATE(20000101)
           PERFORM UNTIL WS-AREG-DAY-INT > WS-AREG-LAST-INT
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-AREG-DAY-INT)
               MOVE SPACES TO WS-MSG-ARCHIVE-NAME
               STRING "MessagesArchive-" WS-DATE-YYYYMMDD-X(3:6)
                      ".txt"
                   DELIMITED BY SIZE INTO WS-MSG-ARCHIVE-NAME
               END-STRING
               MOVE SPACES TO WS-MSG-ARCHIVE-STATUS
               OPEN INPUT MSG-ARCHIVE-FILE
               IF WS-MSG-ARCHIVE-STATUS = "00"
                   MOVE 'M' TO AREG-KIND
                   MOVE WS-MSG-ARCHIVE-NAME TO AREG-NAME
                   WRITE ARCHIVE-REGISTER-RECORD
               END-IF
               CLOSE MSG-ARCHIVE-FILE
               MOVE SPACES TO WS-ALERT-ARCHIVE-NAME
               STRING "AlertsArchive-" WS-DATE-YYYYMMDD-X(3:6) ".txt"
                   DELIMITED BY SIZE INTO WS-ALERT-ARCHIVE-NAME
               END-STRING
               MOVE SPACES TO WS-ALERT-ARCHIVE-STATUS
               OPEN INPUT ALERT-ARCHIVE-FILE
               IF WS-ALERT-ARCHIVE-STATUS = "00"
                   MOVE 'A' TO AREG-KIND
                   MOVE WS-ALERT-ARCHIVE-NAME TO AREG-NAME
                   WRITE ARCHIVE-REGISTER-RECORD
               END-IF
               CLOSE ALERT-ARCHIVE-FILE
               ADD 1 TO WS-AREG-DAY-INT
           END-PERFORM

           MOVE 2000 TO WS-AREG-YEAR
           MOVE 1 TO WS-AREG-MONTH
           MOVE SPACES TO WS-AREG-YYMM
           PERFORM UNTIL WS-AREG-YYMM > WS-TODAY-DATE(1:4)
               MOVE SPACES TO WS-AREG-YYMM
               STRING WS-AREG-YEAR(3:2) WS-AREG-MONTH
                   DELIMITED BY SIZE INTO WS-AREG-YYMM
               END-STRING
               IF WS-AREG-YYMM NOT > WS-TODAY-DATE(1:4)
                   MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME
                   STRING "AuditArchive-" WS-AREG-YYMM ".txt"
                       DELIMITED BY SIZE INTO WS-AUDIT-ARCHIVE-NAME
                   END-STRING
                   MOVE SPACES TO WS-AUDIT-ARCHIVE-STATUS
                   OPEN INPUT AUDIT-ARCHIVE-FILE
                   IF WS-AUDIT-ARCHIVE-STATUS = "00"
                       MOVE 'U' TO AREG-KIND
                       MOVE WS-AUDIT-ARCHIVE-NAME TO AREG-NAME
                       WRITE ARCHIVE-REGISTER-RECORD
                   END-IF
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
               ADD 1 TO WS-AREG-MONTH
               IF WS-AREG-MONTH > 12
                   MOVE 1 TO WS-AREG-MONTH
                   ADD 1 TO WS-AREG-YEAR
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-REGISTER-FILE.

       *> end-of-day batch job: sweeps every activity file and prints
       *> one page of shop-wide counts for the current run
       RUN-DAILY-DIGEST.
           *> first sweep closed/expired postings into the archive so
           *> the digest's job counts only cover live openings
           PERFORM ARCHIVE-EXPIRED-JOBS

           MOVE "---- Daily System Activity Digest ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM LOAD-DIGEST-COUNTERS

           *> sweep Accounts.txt for the current total on file
           MOVE 0 TO WS-DIGEST-TOTAL
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END ADD 1 TO WS-DIGEST-TOTAL
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           OPEN OUTPUT DIGEST-REPORT-FILE
           MOVE "---- Daily System Activity Digest ----"
               TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING PAGE

           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-ACCOUNTS - WS-DC-SNAP-ACCOUNTS
           PERFORM WRITE-DIGEST-LINE-ACCOUNTS

           *> sweep Jobs.txt for the current total on file
           MOVE 0 TO WS-DIGEST-TOTAL
           MOVE 'N' TO EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "35"
               PERFORM UNTIL EOF = 'Y'
                   READ JOBS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF
                       NOT AT END ADD 1 TO WS-DIGEST-TOTAL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           COMPUTE WS-DIGEST-DELTA = WS-DC-CUM-JOBS - WS-DC-SNAP-JOBS
           PERFORM WRITE-DIGEST-LINE-JOBS

           *> sweep Applications.txt for the current total on file
           MOVE 0 TO WS-DIGEST-TOTAL
           MOVE 'N' TO EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "35"
               PERFORM UNTIL EOF = 'Y'
                   READ APPLICATIONS-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END ADD 1 TO WS-DIGEST-TOTAL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPLICATIONS-FILE
           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-APPLICATIONS - WS-DC-SNAP-APPLICATIONS
           PERFORM WRITE-DIGEST-LINE-APPLICATIONS

           *> connection requests sent/accepted/rejected today, from
           *> the event counters (PendingRequests.txt alone cannot
           *> tell sent apart from accepted/rejected/withdrawn, since
           *> settled requests are simply removed from it)
           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-REQ-SENT - WS-DC-SNAP-REQ-SENT
           PERFORM WRITE-DIGEST-LINE-REQ-SENT

           *> sweep Connections.txt (each acceptance writes 2 records)
           MOVE 0 TO WS-DIGEST-TOTAL
           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           MOVE 'N' TO EOF
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END ADD 1 TO WS-DIGEST-TOTAL
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           DIVIDE WS-DIGEST-TOTAL BY 2 GIVING WS-DIGEST-TOTAL
           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-REQ-ACCEPTED - WS-DC-SNAP-REQ-ACCEPTED
           PERFORM WRITE-DIGEST-LINE-REQ-ACCEPTED

           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-REQ-REJECTED - WS-DC-SNAP-REQ-REJECTED
           PERFORM WRITE-DIGEST-LINE-REQ-REJECTED

           *> sweep PendingRequests.txt for requests awaiting action
           MOVE 0 TO WS-DIGEST-TOTAL
           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS NOT = "35"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ REQUESTS-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END ADD 1 TO WS-DIGEST-TOTAL
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-FILE
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Connection Requests Still Pending: "
                  WS-DIGEST-TOTAL DELIMITED BY SIZE
               INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES

           *> sweep Messages.txt for the current total on file
           MOVE 0 TO WS-DIGEST-TOTAL
           MOVE SPACES TO WS-MESSAGES-STATUS
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "35"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ MESSAGES-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END ADD 1 TO WS-DIGEST-TOTAL
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-MESSAGES - WS-DC-SNAP-MESSAGES
           PERFORM WRITE-DIGEST-LINE-MESSAGES

           PERFORM WRITE-DIGEST-LINE-MODERATION

           MOVE "---- End of Digest ----" TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES
           CLOSE DIGEST-REPORT-FILE

           *> carry today's cumulative totals forward as the new
           *> snapshot baseline for tomorrow's digest run
           MOVE WS-DC-CUM-ACCOUNTS     TO WS-DC-SNAP-ACCOUNTS
           MOVE WS-DC-CUM-JOBS         TO WS-DC-SNAP-JOBS
           MOVE WS-DC-CUM-APPLICATIONS TO WS-DC-SNAP-APPLICATIONS
           MOVE WS-DC-CUM-REQ-SENT     TO WS-DC-SNAP-REQ-SENT
           MOVE WS-DC-CUM-REQ-ACCEPTED TO WS-DC-SNAP-REQ-ACCEPTED
           MOVE WS-DC-CUM-REQ-REJECTED TO WS-DC-SNAP-REQ-REJECTED
           MOVE WS-DC-CUM-MESSAGES     TO WS-DC-SNAP-MESSAGES
           MOVE WS-DC-CUM-HELD         TO WS-DC-SNAP-HELD
           MOVE WS-DC-CUM-DECIDED      TO WS-DC-SNAP-DECIDED
           PERFORM SAVE-DIGEST-COUNTERS

           MOVE "Digest written to ActivityDigest.txt." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> end-of-day sweep: moves postings the poster has closed, and
       *> postings whose closing date has passed, out of the active
       *> Jobs.txt into ArchivedJobs.txt so students only ever browse
       *> live openings; gathered on an input pass first, then moved
       ARCHIVE-EXPIRED-JOBS.
           MOVE 0 TO WS-ARCHIVE-JOB-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE 'N' TO EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF (JOB-STATUS = 'C' OR
                           (JOB-CLOSING-DATE NOT = SPACES AND
                            JOB-CLOSING-DATE < WS-TODAY-DATE)) AND
                          WS-ARCHIVE-JOB-COUNT < 200
                           ADD 1 TO WS-ARCHIVE-JOB-COUNT
                           MOVE JOB-COMPOSITE-KEY TO
                               WS-ARCHIVE-JOB-KEY(WS-ARCHIVE-JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           IF WS-ARCHIVE-JOB-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O JOBS-FILE
           OPEN EXTEND ARCHIVED-JOBS-FILE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-ARCHIVE-JOB-COUNT
               MOVE WS-ARCHIVE-JOB-KEY(WS-JOB-IDX) TO JOB-COMPOSITE-KEY
               READ JOBS-FILE
                   KEY IS JOB-COMPOSITE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JOB-STATUS NOT = 'C'
                           MOVE 'C' TO JOB-STATUS
                       END-IF
                       MOVE JOB-RECORD TO ARCHIVED-JOB-RECORD
                       WRITE ARCHIVED-JOB-RECORD
                       DELETE JOBS-FILE RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-JOBS-FILE
           CLOSE JOBS-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Postings archived this run: "
                  WS-ARCHIVE-JOB-COUNT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> helper lines for RUN-DAILY-DIGEST; WS-DIGEST-DELTA and
       *> WS-DIGEST-TOTAL must already be set by the caller
       WRITE-DIGEST-LINE-ACCOUNTS.
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE WS-DIGEST-TOTAL TO WS-DIGEST-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "New Accounts Created Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
                  "   (Total Accounts On File: "
                  FUNCTION TRIM(WS-DIGEST-TOTAL-DISPLAY) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 3 LINES.

       WRITE-DIGEST-LINE-JOBS.
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE WS-DIGEST-TOTAL TO WS-DIGEST-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Jobs/Internships Posted Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
                  "   (Total Jobs On File: "
                  FUNCTION TRIM(WS-DIGEST-TOTAL-DISPLAY) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       WRITE-DIGEST-LINE-APPLICATIONS.
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE WS-DIGEST-TOTAL TO WS-DIGEST-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Applications Submitted Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
                  "   (Total Applications On File: "
                  FUNCTION TRIM(WS-DIGEST-TOTAL-DISPLAY) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       WRITE-DIGEST-LINE-REQ-SENT.
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Connection Requests Sent Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       WRITE-DIGEST-LINE-REQ-ACCEPTED.
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE WS-DIGEST-TOTAL TO WS-DIGEST-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Connection Requests Accepted Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
                  "   (Total Connections On File: "
                  FUNCTION TRIM(WS-DIGEST-TOTAL-DISPLAY) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       WRITE-DIGEST-LINE-REQ-REJECTED.
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Connection Requests Rejected Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       WRITE-DIGEST-LINE-MESSAGES.
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE WS-DIGEST-TOTAL TO WS-DIGEST-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Messages Sent Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
                  "   (Total Messages On File: "
                  FUNCTION TRIM(WS-DIGEST-TOTAL-DISPLAY) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> on-demand batch mode that writes the pipe-delimited career
       *> office feed: one row per posting (live and archived) and
       *> one per application, each file wrapped in an H header with
       *> the run date and a T trailer with the row count
       RUN-CAREER-EXTRACT.
           MOVE "---- Career Office Extract Run ----" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           ACCEPT WS-TODAY-DATE FROM DATE

           *> jobs side of the feed
           MOVE 0 TO WS-EXTRACT-JOB-COUNT
           OPEN OUTPUT JOBS-EXTRACT-FILE
           IF WS-JOBS-EXTRACT-STATUS NOT = "00"
               STRING "Error opening jobs extract file "
                   WS-JOBS-EXTRACT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE JOBS-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOBS-EXTRACT-RECORD
           STRING "H|INCOLLEGE-JOBS|" WS-TODAY-DATE
               DELIMITED BY SIZE INTO JOBS-EXTRACT-RECORD
           END-STRING
           WRITE JOBS-EXTRACT-RECORD

           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ JOBS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END PERFORM WRITE-JOBS-EXTRACT-ROW
                   END-READ
               END-PERFORM
           ELSE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Note: Jobs.txt unavailable, live postings "
                      "not extracted."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-IF
           CLOSE JOBS-FILE

           *> archived postings ride along flagged by their status,
           *> staged through the job record area field by field
           MOVE SPACES TO WS-ARCHIVED-JOBS-STATUS
           OPEN INPUT ARCHIVED-JOBS-FILE
           IF WS-ARCHIVED-JOBS-STATUS = "00"
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ ARCHIVED-JOBS-FILE
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           MOVE ARCHIVED-JOB-RECORD TO JOB-RECORD
                           PERFORM WRITE-JOBS-EXTRACT-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVED-JOBS-FILE

           MOVE SPACES TO JOBS-EXTRACT-RECORD
           MOVE WS-EXTRACT-JOB-COUNT TO WS-EXTRACT-TRAILER-COUNT
           STRING "T|" FUNCTION TRIM(WS-EXTRACT-TRAILER-COUNT)
               DELIMITED BY SIZE INTO JOBS-EXTRACT-RECORD
           END-STRING
           WRITE JOBS-EXTRACT-RECORD
           CLOSE JOBS-EXTRACT-FILE

           *> applications side of the feed
           MOVE 0 TO WS-EXTRACT-APP-COUNT
           OPEN OUTPUT APPS-EXTRACT-FILE
           IF WS-APPS-EXTRACT-STATUS NOT = "00"
               STRING "Error opening applications extract file "
                   WS-APPS-EXTRACT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE APPS-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO APPS-EXTRACT-RECORD
           STRING "H|INCOLLEGE-APPLICATIONS|" WS-TODAY-DATE
               DELIMITED BY SIZE INTO APPS-EXTRACT-RECORD
           END-STRING
           WRITE APPS-EXTRACT-RECORD

           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "00" OR
              WS-APPLICATIONS-STATUS = "05"
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ APPLICATIONS-FILE
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END PERFORM WRITE-APPS-EXTRACT-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPLICATIONS-FILE

           MOVE SPACES TO APPS-EXTRACT-RECORD
           MOVE WS-EXTRACT-APP-COUNT TO WS-EXTRACT-TRAILER-COUNT
           STRING "T|" FUNCTION TRIM(WS-EXTRACT-TRAILER-COUNT)
               DELIMITED BY SIZE INTO APPS-EXTRACT-RECORD
           END-STRING
           WRITE APPS-EXTRACT-RECORD
           CLOSE APPS-EXTRACT-FILE

           MOVE WS-EXTRACT-JOB-COUNT TO WS-EXTRACT-COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Postings extracted: "
                  FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE WS-EXTRACT-APP-COUNT TO WS-EXTRACT-COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Applications extracted: "
                  FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Feed written to JobsExtract.txt and "
                  "ApplicationsExtract.txt."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> one delimited posting row from the fields in JOB-RECORD
       WRITE-JOBS-EXTRACT-ROW.
           ADD 1 TO WS-EXTRACT-JOB-COUNT
           MOVE SPACES TO JOBS-EXTRACT-RECORD
           STRING "D|" FUNCTION TRIM(JOB-POSTER)
                  "|" FUNCTION TRIM(JOB-TITLE)
                  "|" FUNCTION TRIM(JOB-EMPLOYER)
                  "|" FUNCTION TRIM(JOB-LOCATION)
                  "|" FUNCTION TRIM(JOB-SALARY)
                  "|" JOB-POSTED-DATE
                  "|" JOB-CLOSING-DATE
                  "|" JOB-STATUS
               DELIMITED BY SIZE INTO JOBS-EXTRACT-RECORD
           END-STRING
           WRITE JOBS-EXTRACT-RECORD.

       *> one delimited application row with its current status
       WRITE-APPS-EXTRACT-ROW.
           ADD 1 TO WS-EXTRACT-APP-COUNT
           MOVE SPACES TO APPS-EXTRACT-RECORD
           STRING "D|" FUNCTION TRIM(APP-USERNAME)
                  "|" FUNCTION TRIM(APP-JOB-TITLE)
                  "|" FUNCTION TRIM(APP-EMPLOYER)
                  "|" FUNCTION TRIM(APP-LOCATION)
                  "|" FUNCTION TRIM(APP-STATUS)
               DELIMITED BY SIZE INTO APPS-EXTRACT-RECORD
           END-STRING
           WRITE APPS-EXTRACT-RECORD.

       *> INBOUND JOB FEED ---------------------------------------------

       *> batch load of the pipe-delimited posting feed the larger
       *> recruiters send instead of keying openings in one at a
       *> time: every D row goes through the same checks POST-JOB
       *> makes (required fields, employer on the master, closing
       *> date, no duplicate composite key) plus a check that the
       *> poster has an account. Good rows are written to Jobs.txt
       *> and journaled, rows carrying a prohibited term are held
       *> for moderation as POST-JOB holds them, bad rows go to
       *> JobsInboundRejects.txt with a reason code, and the load
       *> summary balances rows read against loaded + held +
       *> rejected and against the trailer count. A balanced feed
       *> is emptied once loaded so the next run has nothing to
       *> redo; an out-of-balance one is left for the sender to
       *> check, and a rerun rejects its loaded rows as duplicates
       RUN-INBOUND-JOB-FEED.
           MOVE "------ Inbound Job Feed Load ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE 'N' TO WS-FEED-PRESENT
           MOVE 'N' TO WS-FEED-HEADER-SEEN
           MOVE 'N' TO WS-FEED-TRAILER-SEEN
           MOVE 'N' TO WS-FEED-BALANCED
           MOVE 0 TO WS-FEED-TRAILER-COUNT
           MOVE 0 TO WS-FEED-READ-COUNT
           MOVE 0 TO WS-FEED-LOADED-COUNT
           MOVE 0 TO WS-FEED-REJECT-COUNT
           MOVE 0 TO WS-FEED-HELD-COUNT
           MOVE 0 TO WS-FEED-ALERT-COUNT
           MOVE 0 TO WS-FEED-JOB-COUNT
           MOVE "No feed file to load" TO WS-FEED-SUMMARY

           MOVE SPACES TO WS-JOBS-INBOUND-STATUS
           OPEN INPUT JOBS-INBOUND-FILE
           IF WS-JOBS-INBOUND-STATUS NOT = "00"
               CLOSE JOBS-INBOUND-FILE
               MOVE "No feed in JobsInbound.txt, nothing to load."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           *> an emptied feed from the last load is not a new one,
           *> and must not wipe that load's reject report
           READ JOBS-INBOUND-FILE
               AT END
                   CLOSE JOBS-INBOUND-FILE
                   MOVE "JobsInbound.txt is empty, nothing to load."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-FEED-PRESENT

           OPEN OUTPUT JOBS-REJECT-FILE
           IF WS-JOBS-REJECT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening reject file "
                   WS-JOBS-REJECT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE JOBS-INBOUND-FILE
               CLOSE JOBS-REJECT-FILE
               MOVE "Reject file unavailable, load not run"
                   TO WS-FEED-SUMMARY
               EXIT PARAGRAPH
           END-IF

           *> the load runs with no one logged in from the start
           *> screen; the admin who signed in for it is in WS-USERNAME
           IF WS-LOGGED-USER = SPACES
               MOVE WS-USERNAME TO WS-FEED-ACTOR
           ELSE
               MOVE WS-LOGGED-USER TO WS-FEED-ACTOR
           END-IF

           *> poster membership checks run against the account table
           PERFORM LOAD-ACCOUNT-TABLE

           *> this loop runs on the feed's own status because the
           *> employer lookup walks Employers.txt on WS-READ-EOF; the
           *> first record is already in from the emptiness check
           MOVE SPACES TO WS-JOBS-INBOUND-STATUS
           PERFORM UNTIL WS-JOBS-INBOUND-STATUS = "10"
               PERFORM PROCESS-FEED-RECORD
               READ JOBS-INBOUND-FILE
                   AT END
                       MOVE "10" TO WS-JOBS-INBOUND-STATUS
               END-READ
           END-PERFORM
           CLOSE JOBS-INBOUND-FILE
           CLOSE JOBS-REJECT-FILE

           PERFORM MATCH-FEED-JOB-ALERTS
           PERFORM PRINT-FEED-LOAD-SUMMARY

           IF WS-FEED-BALANCED = 'Y'
               OPEN OUTPUT JOBS-INBOUND-FILE
               CLOSE JOBS-INBOUND-FILE
               MOVE "Feed loaded; JobsInbound.txt has been emptied."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           ELSE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "JobsInbound.txt left in place; correct the "
                      "feed before the next run."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-IF

           MOVE WS-FEED-ACTOR TO WS-AUDIT-USER
           MOVE "FEED-LOAD-RUN" TO WS-AUDIT-ACTION
           MOVE WS-FEED-SUMMARY TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY.

       *> sorts one feed line by its record type: the header and
       *> trailer are control records, a D row is a posting, and
       *> anything else is counted as a row and rejected
       PROCESS-FEED-RECORD.
           IF JOBS-INBOUND-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FEED-REC-TYPE
           UNSTRING JOBS-INBOUND-RECORD DELIMITED BY '|'
               INTO WS-FEED-REC-TYPE
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-FEED-REC-TYPE)
               WHEN "H"
                   MOVE 'Y' TO WS-FEED-HEADER-SEEN
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Feed header: "
                          FUNCTION TRIM(JOBS-INBOUND-RECORD)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               WHEN "T"
                   MOVE 'Y' TO WS-FEED-TRAILER-SEEN
                   MOVE SPACES TO WS-FEED-TRAILER-TEXT
                   UNSTRING JOBS-INBOUND-RECORD DELIMITED BY '|'
                       INTO WS-FEED-REC-TYPE WS-FEED-TRAILER-TEXT
                   END-UNSTRING
                   *> the trailer count is plain digits, the same
                   *> shape as a numeric config value
                   MOVE FUNCTION TRIM(WS-FEED-TRAILER-TEXT)
                       TO WS-CFG-VALUE
                   PERFORM PARSE-CONFIG-NUMBER
                   IF WS-CFG-VALID = 'Y'
                       MOVE WS-CFG-NUM TO WS-FEED-TRAILER-COUNT
                   ELSE
                       MOVE 'N' TO WS-FEED-TRAILER-SEEN
                       MOVE "Feed trailer count is not numeric."
                           TO OUTPUT-RECORD
                       PERFORM WRITE-OUTPUT
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-FEED-READ-COUNT
                   PERFORM LOAD-FEED-DETAIL-ROW
               WHEN OTHER
                   ADD 1 TO WS-FEED-READ-COUNT
                   MOVE "R06" TO WS-FEED-REASON-CODE
                   MOVE "Unrecognised record type"
                       TO WS-FEED-REASON-TEXT
                   PERFORM WRITE-FEED-REJECT
           END-EVALUATE.

       *> validates one D row the way POST-JOB validates keyed input
       *> and either files the posting or rejects the row; the
       *> first failed check decides the reason code
       LOAD-FEED-DETAIL-ROW.
           MOVE SPACES TO WS-FEED-POSTER
           MOVE SPACES TO WS-JOB-TITLE
           MOVE SPACES TO WS-JOB-DESCRIPTION
           MOVE SPACES TO WS-JOB-EMPLOYER
           MOVE SPACES TO WS-JOB-LOCATION
           MOVE SPACES TO WS-JOB-SALARY
           MOVE SPACES TO WS-FEED-CLOSING
           MOVE 0 TO WS-FEED-FIELD-COUNT
           MOVE 0 TO WS-FEED-TITLE-LEN
           MOVE 0 TO WS-FEED-DESC-LEN
           MOVE 0 TO WS-FEED-EMPLOYER-LEN
           MOVE 0 TO WS-FEED-LOCATION-LEN
           MOVE 0 TO WS-FEED-SALARY-LEN
           UNSTRING JOBS-INBOUND-RECORD DELIMITED BY '|'
               INTO WS-FEED-REC-TYPE WS-FEED-POSTER
                    WS-JOB-TITLE COUNT IN WS-FEED-TITLE-LEN
                    WS-JOB-DESCRIPTION COUNT IN WS-FEED-DESC-LEN
                    WS-JOB-EMPLOYER COUNT IN WS-FEED-EMPLOYER-LEN
                    WS-JOB-LOCATION COUNT IN WS-FEED-LOCATION-LEN
                    WS-JOB-SALARY COUNT IN WS-FEED-SALARY-LEN
                    WS-FEED-CLOSING
               TALLYING IN WS-FEED-FIELD-COUNT
           END-UNSTRING

           *> required fields: everything POST-JOB insists on, plus
           *> the poster the posting will belong to; salary follows
           *> POST-JOB's rule of 'NONE' rather than blank
           IF WS-FEED-FIELD-COUNT < 7 OR
              WS-FEED-POSTER = SPACES OR
              WS-JOB-TITLE = SPACES OR
              WS-JOB-DESCRIPTION = SPACES OR
              WS-JOB-EMPLOYER = SPACES OR
              WS-JOB-LOCATION = SPACES OR
              WS-JOB-SALARY = SPACES
               MOVE "R01" TO WS-FEED-REASON-CODE
               MOVE "Required field missing" TO WS-FEED-REASON-TEXT
               PERFORM WRITE-FEED-REJECT
               EXIT PARAGRAPH
           END-IF

           *> POST-JOB turns away input over each field's maximum,
           *> so an overlong field is a reject, not a silent cut
           IF WS-FEED-TITLE-LEN > LENGTH OF WS-JOB-TITLE OR
              WS-FEED-DESC-LEN > LENGTH OF WS-JOB-DESCRIPTION OR
              WS-FEED-EMPLOYER-LEN > LENGTH OF WS-JOB-EMPLOYER OR
              WS-FEED-LOCATION-LEN > LENGTH OF WS-JOB-LOCATION OR
              WS-FEED-SALARY-LEN > LENGTH OF WS-JOB-SALARY
               MOVE "R07" TO WS-FEED-REASON-CODE
               MOVE "Field exceeds maximum length"
                   TO WS-FEED-REASON-TEXT
               PERFORM WRITE-FEED-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FEED-POSTER TO WS-CHECK-USERNAME
           PERFORM CHECK-USERNAME-ON-FILE
           IF WS-FOUND = 'N'
               MOVE "R05" TO WS-FEED-REASON-CODE
               MOVE "Poster has no InCollege account"
                   TO WS-FEED-REASON-TEXT
               PERFORM WRITE-FEED-REJECT
               EXIT PARAGRAPH
           END-IF

           *> a feed cannot answer POST-JOB's "add it to the
           *> directory?" prompt, so an unknown employer is a reject;
           *> a hit swaps in the canonical name as POST-JOB does
           MOVE WS-JOB-EMPLOYER TO WS-EMP-NAME
           PERFORM LOOKUP-EMPLOYER
           IF WS-EMP-FOUND = 'N'
               MOVE "R02" TO WS-FEED-REASON-CODE
               MOVE "Employer not in the employer directory"
                   TO WS-FEED-REASON-TEXT
               PERFORM WRITE-FEED-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-CANON-NAME TO WS-JOB-EMPLOYER

           *> a blank closing date means none, the feed's spelling
           *> of POST-JOB's 'NONE'; anything wider than YYMMDD fails
           IF WS-FEED-CLOSING = SPACES
               MOVE "NONE" TO WS-JOB-CLOSING-DATE
           ELSE
               MOVE WS-FEED-CLOSING(1:6) TO WS-JOB-CLOSING-DATE
           END-IF
           IF WS-FEED-CLOSING(7:) NOT = SPACES
               MOVE 'N' TO WS-VALID-DATE
           ELSE
               PERFORM VALIDATE-CLOSING-DATE
           END-IF
           IF WS-VALID-DATE NOT = 'Y'
               MOVE "R04" TO WS-FEED-REASON-CODE
               MOVE "Invalid closing date" TO WS-FEED-REASON-TEXT
               PERFORM WRITE-FEED-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-JOB
           IF WS-FOUND = 'Y'
               MOVE "R03" TO WS-FEED-REASON-CODE
               MOVE "Posting already on file" TO WS-FEED-REASON-TEXT
               PERFORM WRITE-FEED-REJECT
               EXIT PARAGRAPH
           END-IF

           *> a posting carrying a prohibited term waits for an admin
           *> under its poster, exactly as a keyed one would
           MOVE SPACES TO WS-MOD-TEXT
           STRING " " WS-JOB-TITLE " " WS-JOB-DESCRIPTION " "
               DELIMITED BY SIZE INTO WS-MOD-TEXT
           END-STRING
           PERFORM SCREEN-FOR-PROHIBITED-TERMS
           IF WS-MOD-FLAGGED = 'Y'
               MOVE WS-FEED-POSTER TO WS-MOD-AUTHOR
               MOVE 'J' TO WS-MOD-TYPE
               MOVE SPACES TO WS-MOD-TARGET
               MOVE WS-JOB-DESCRIPTION TO WS-MOD-BODY
               PERFORM HOLD-MODERATED-ITEM
               ADD 1 TO WS-FEED-HELD-COUNT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Held for review: " FUNCTION TRIM(WS-JOB-TITLE)
                      " at " FUNCTION TRIM(WS-JOB-EMPLOYER)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-FEED-JOB.

       *> files the validated row as a live posting, exactly as
       *> POST-JOB writes one, and journals it; the key is kept for
       *> the job alert pass once the whole feed is in
       WRITE-FEED-JOB.
           OPEN I-O JOBS-FILE
           IF WS-JOBS-STATUS = "35"
               OPEN OUTPUT JOBS-FILE
               CLOSE JOBS-FILE
               OPEN I-O JOBS-FILE
           END-IF

           MOVE WS-FEED-POSTER TO JOB-POSTER
           MOVE WS-JOB-TITLE TO JOB-TITLE
           MOVE WS-JOB-DESCRIPTION TO JOB-DESCRIPTION
           MOVE WS-JOB-EMPLOYER TO JOB-EMPLOYER
           MOVE WS-JOB-LOCATION TO JOB-LOCATION
           MOVE WS-JOB-SALARY TO JOB-SALARY
           MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO JOB-POSTED-DATE
           MOVE WS-JOB-CLOSING-DATE TO JOB-CLOSING-DATE
           MOVE 'O' TO JOB-STATUS
           WRITE JOB-RECORD
               INVALID KEY
                   CLOSE JOBS-FILE
                   MOVE "R03" TO WS-FEED-REASON-CODE
                   MOVE "Posting already on file"
                       TO WS-FEED-REASON-TEXT
                   PERFORM WRITE-FEED-REJECT
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE JOBS-FILE

           ADD 1 TO WS-FEED-LOADED-COUNT
           IF WS-FEED-JOB-COUNT < 200
               ADD 1 TO WS-FEED-JOB-COUNT
               MOVE WS-JOB-COMPOSITE-KEY TO
                   WS-FEED-JOB-KEY(WS-FEED-JOB-COUNT)
           END-IF

           MOVE 2 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE WS-FEED-ACTOR TO WS-AUDIT-USER
           MOVE "FEED-LOAD-JOB" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-JOB-TITLE) " at "
               FUNCTION TRIM(WS-JOB-EMPLOYER) " for "
               FUNCTION TRIM(WS-FEED-POSTER)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Loaded: " FUNCTION TRIM(WS-JOB-TITLE) " at "
               FUNCTION TRIM(WS-JOB-EMPLOYER)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> writes the row in JOBS-INBOUND-RECORD to the reject file
       *> behind the reason code and text the caller set
       WRITE-FEED-REJECT.
           ADD 1 TO WS-FEED-REJECT-COUNT
           MOVE SPACES TO JOBS-REJECT-RECORD
           STRING WS-FEED-REASON-CODE "|"
                  FUNCTION TRIM(WS-FEED-REASON-TEXT) "|"
                  FUNCTION TRIM(JOBS-INBOUND-RECORD TRAILING)
               DELIMITED BY SIZE INTO JOBS-REJECT-RECORD
           END-STRING
           WRITE JOBS-REJECT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Rejected (" WS-FEED-REASON-CODE "): "
                  FUNCTION TRIM(WS-FEED-REASON-TEXT) " - "
                  FUNCTION TRIM(JOBS-INBOUND-RECORD)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> files job alerts for the postings this load added: every
       *> account that gets alerts at login (everyone but employer
       *> reps) is taken through the same CONSIDER-JOB-ALERT check
       *> MATCH-JOB-ALERTS uses, but only against the new postings,
       *> so matches show up on the next login's greeting. The
       *> matching helpers work on WS-LOGGED-USER, so each account
       *> is staged there in turn and the real value put back after
       MATCH-FEED-JOB-ALERTS.
           IF WS-FEED-JOB-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOGGED-USER TO WS-FEED-SAVED-USER
           ACCEPT WS-TODAY-DATE FROM DATE

           *> runs on the accounts file's status because the helpers
           *> below sweep their own files on EOF and WS-READ-EOF
           MOVE SPACES TO WS-ACCOUNTS-STATUS
           OPEN INPUT ACCOUNTS-FILE
           PERFORM UNTIL WS-ACCOUNTS-STATUS NOT = "00"
               READ ACCOUNTS-FILE
                   AT END
                       MOVE "10" TO WS-ACCOUNTS-STATUS
                   NOT AT END
                       IF ACCT-ROLE NOT = 'E'
                           MOVE USERNAME TO WS-LOGGED-USER
                           PERFORM MATCH-FEED-ALERTS-FOR-USER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           MOVE WS-FEED-SAVED-USER TO WS-LOGGED-USER.

       *> one account's pass over the loaded postings; the posting
       *> is read by key into JOB-RECORD for the matching helpers
       MATCH-FEED-ALERTS-FOR-USER.
           PERFORM LOAD-PROFILE-FOR-MATCHING
           PERFORM LOAD-MY-SKILLS
           MOVE 0 TO WS-NEW-ALERT-COUNT

           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FEED-JOB-IDX FROM 1 BY 1
                   UNTIL WS-FEED-JOB-IDX > WS-FEED-JOB-COUNT
               MOVE WS-FEED-JOB-KEY(WS-FEED-JOB-IDX)
                   TO JOB-COMPOSITE-KEY
               READ JOBS-FILE
                   KEY IS JOB-COMPOSITE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JOB-POSTER NOT = WS-LOGGED-USER
                           PERFORM CONSIDER-JOB-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           ADD WS-NEW-ALERT-COUNT TO WS-FEED-ALERT-COUNT
           PERFORM FILE-NEW-JOB-ALERTS.

       *> prints the load's control totals and balances them: every
       *> row read must be either loaded or rejected, and the rows
       *> read must agree with the count on the feed's trailer
       PRINT-FEED-LOAD-SUMMARY.
           IF WS-FEED-HEADER-SEEN = 'N'
               MOVE "Warning: feed has no H header record."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF

           MOVE WS-FEED-READ-COUNT TO WS-EXTRACT-COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Detail rows read:   "
                  FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE WS-FEED-LOADED-COUNT TO WS-EXTRACT-COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Postings loaded:    "
                  FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE WS-FEED-HELD-COUNT TO WS-EXTRACT-COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Held for review:    "
                  FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE WS-FEED-REJECT-COUNT TO WS-EXTRACT-COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Rows rejected:      "
                  FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           IF WS-FEED-TRAILER-SEEN = 'Y'
               MOVE WS-FEED-TRAILER-COUNT TO WS-EXTRACT-COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Trailer row count:  "
                      FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           ELSE
               MOVE "Trailer row count:  missing or unreadable"
                   TO OUTPUT-RECORD
           END-IF
           PERFORM WRITE-OUTPUT
           MOVE WS-FEED-ALERT-COUNT TO WS-EXTRACT-COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Job alerts filed:   "
                  FUNCTION TRIM(WS-EXTRACT-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           IF WS-FEED-READ-COUNT = WS-FEED-LOADED-COUNT +
              WS-FEED-HELD-COUNT + WS-FEED-REJECT-COUNT AND
              WS-FEED-TRAILER-SEEN = 'Y' AND
              WS-FEED-READ-COUNT = WS-FEED-TRAILER-COUNT
               MOVE 'Y' TO WS-FEED-BALANCED
               MOVE "Load in balance with the trailer count."
                   TO OUTPUT-RECORD
           ELSE
               MOVE 'N' TO WS-FEED-BALANCED
               MOVE SPACES TO OUTPUT-RECORD
               STRING "LOAD OUT OF BALANCE - check the feed against "
                      "JobsInboundRejects.txt."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           PERFORM WRITE-OUTPUT

           MOVE WS-FEED-READ-COUNT TO WS-FEED-READ-DISPLAY
           MOVE WS-FEED-LOADED-COUNT TO WS-FEED-LOADED-DISPLAY
           MOVE WS-FEED-REJECT-COUNT TO WS-FEED-REJECT-DISPLAY
           MOVE WS-FEED-HELD-COUNT TO WS-FEED-HELD-DISPLAY
           IF WS-FEED-BALANCED = 'Y'
               MOVE "in balance" TO WS-FEED-BALANCE-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-FEED-BALANCE-TEXT
           END-IF
           MOVE SPACES TO WS-FEED-SUMMARY
           STRING "Read: " FUNCTION TRIM(WS-FEED-READ-DISPLAY)
                  ", Loaded: " FUNCTION TRIM(WS-FEED-LOADED-DISPLAY)
                  ", Held: " FUNCTION TRIM(WS-FEED-HELD-DISPLAY)
                  ", Rejected: " FUNCTION TRIM(WS-FEED-REJECT-DISPLAY)
                  ", " FUNCTION TRIM(WS-FEED-BALANCE-TEXT)
               DELIMITED BY SIZE INTO WS-FEED-SUMMARY
           END-STRING.

       *> REGISTRAR ROSTER VERIFICATION --------------------------------

       *> matches the registrar's enrollment roster against every
       *> profile on Profiles.txt so recruiters can trust the
       *> university, major and grad year a student typed in. A
       *> profile whose full name is on the roster with the same
       *> three answers is Verified; a name match with different
       *> answers is a Mismatch (the differing fields are kept);
       *> anything else is Not On Roster. Outcomes replace
       *> ProfileVerifications.txt wholesale, and the mismatches and
       *> not-on-roster profiles go to VerificationExceptions.txt
       *> for the career office. Names and answers are compared
       *> without regard to case
       RUN-ROSTER-VERIFICATION.
           MOVE "---- Registrar Roster Verification ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO WS-ROSTER-STATUS
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               CLOSE ROSTER-FILE
               MOVE "No roster in RegistrarRoster.txt to match."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ROSTER-TABLE
           CLOSE ROSTER-FILE

           IF WS-ROSTER-COUNT = 0
               MOVE "Roster has no usable rows, nothing to match."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-VERIFY-REPORT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening verification exceptions file "
                   WS-VERIFY-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE VERIFY-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT VERIFY-FILE
           IF WS-VERIFY-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening verification file "
                   WS-VERIFY-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE VERIFY-FILE
               CLOSE VERIFY-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Verification Exceptions - "
                  WS-FORMATTED-JOB-DATE " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           MOVE OUTPUT-RECORD TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           MOVE 0 TO WS-VER-PROFILE-COUNT
           MOVE 0 TO WS-VER-VERIFIED-COUNT
           MOVE 0 TO WS-VER-MISMATCH-COUNT
           MOVE 0 TO WS-VER-NOT-ON-COUNT

           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Note: Profiles.txt unavailable, no profiles "
                      "matched this run."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-VERIFY-LINE
           ELSE
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                       AT END
                           MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           PERFORM VERIFY-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE PROFILES-FILE
           END-IF
           CLOSE VERIFY-FILE

           MOVE WS-VER-PROFILE-COUNT TO WS-VER-PROFILE-DISPLAY
           MOVE WS-VER-VERIFIED-COUNT TO WS-VER-VERIFIED-DISPLAY
           MOVE WS-VER-MISMATCH-COUNT TO WS-VER-MISMATCH-DISPLAY
           MOVE WS-VER-NOT-ON-COUNT TO WS-VER-NOT-ON-DISPLAY
           MOVE SPACES TO WS-VER-SUMMARY
           STRING "Profiles: " FUNCTION TRIM(WS-VER-PROFILE-DISPLAY)
                  ", Verified: " FUNCTION TRIM(WS-VER-VERIFIED-DISPLAY)
                  ", Mismatch: " FUNCTION TRIM(WS-VER-MISMATCH-DISPLAY)
                  ", Not On Roster: "
                  FUNCTION TRIM(WS-VER-NOT-ON-DISPLAY)
               DELIMITED BY SIZE INTO WS-VER-SUMMARY
           END-STRING

           MOVE WS-ROSTER-COUNT TO WS-VER-PROFILE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Roster Rows Loaded: "
                  FUNCTION TRIM(WS-VER-PROFILE-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-VERIFY-LINE
           IF WS-ROSTER-SKIPPED > 0
               MOVE WS-ROSTER-SKIPPED TO WS-VER-PROFILE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Roster Rows Skipped (incomplete or over "
                      "capacity): "
                      FUNCTION TRIM(WS-VER-PROFILE-DISPLAY)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-VERIFY-LINE
           END-IF
           MOVE WS-VER-SUMMARY TO OUTPUT-RECORD
           PERFORM WRITE-VERIFY-LINE
           MOVE "---- End of Verification Exceptions ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-VERIFY-LINE
           CLOSE VERIFY-REPORT-FILE

           MOVE "Report written to VerificationExceptions.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           IF WS-LOGGED-USER = SPACES
               MOVE WS-USERNAME TO WS-AUDIT-USER
           ELSE
               MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           END-IF
           MOVE "ROSTER-VERIFY-RUN" TO WS-AUDIT-ACTION
           MOVE WS-VER-SUMMARY TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY.

       *> reads the roster into WS-ROSTER-ENTRY, one row per
       *> student, upper-cased so the match ignores case. Rows
       *> without all four fields, or past the table's capacity,
       *> are counted as skipped
       LOAD-ROSTER-TABLE.
           MOVE 0 TO WS-ROSTER-COUNT
           MOVE 0 TO WS-ROSTER-SKIPPED
           MOVE SPACES TO WS-ROSTER-STATUS
           PERFORM UNTIL WS-ROSTER-STATUS = "10"
               READ ROSTER-FILE
                   AT END
                       MOVE "10" TO WS-ROSTER-STATUS
                   NOT AT END
                       IF ROSTER-RECORD NOT = SPACES
                           PERFORM LOAD-ROSTER-ROW
                       END-IF
               END-READ
           END-PERFORM.

       *> splits one roster line and files it in the next table slot
       LOAD-ROSTER-ROW.
           MOVE SPACES TO WS-VER-NAME
           MOVE SPACES TO WS-VER-UNIVERSITY
           MOVE SPACES TO WS-VER-MAJOR
           MOVE SPACES TO WS-VER-GRADYEAR
           MOVE 0 TO WS-FEED-FIELD-COUNT
           UNSTRING ROSTER-RECORD DELIMITED BY '|'
               INTO WS-VER-NAME WS-VER-UNIVERSITY
                    WS-VER-MAJOR WS-VER-GRADYEAR
               TALLYING IN WS-FEED-FIELD-COUNT
           END-UNSTRING

           IF WS-FEED-FIELD-COUNT < 4 OR
              WS-VER-NAME = SPACES OR
              WS-VER-UNIVERSITY = SPACES OR
              WS-VER-MAJOR = SPACES OR
              WS-VER-GRADYEAR = SPACES OR
              WS-ROSTER-COUNT NOT < 2000
               ADD 1 TO WS-ROSTER-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROSTER-COUNT
           MOVE FUNCTION TRIM(WS-VER-NAME)
               TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
           MOVE FUNCTION TRIM(WS-VER-UNIVERSITY)
               TO WS-ROSTER-UNIVERSITY(WS-ROSTER-COUNT)
           MOVE FUNCTION TRIM(WS-VER-MAJOR)
               TO WS-ROSTER-MAJOR(WS-ROSTER-COUNT)
           MOVE FUNCTION TRIM(WS-VER-GRADYEAR)
               TO WS-ROSTER-GRADYEAR(WS-ROSTER-COUNT)
           INSPECT WS-ROSTER-ENTRY(WS-ROSTER-COUNT)
               CONVERTING WS-VER-LOWER TO WS-VER-UPPER.

       *> matches the profile in PROFILE-REC against the roster,
       *> writes its outcome to ProfileVerifications.txt, and lists
       *> it on the exceptions report unless it verified
       VERIFY-ONE-PROFILE.
           ADD 1 TO WS-VER-PROFILE-COUNT
           MOVE PROF-FULLNAME TO WS-VER-NAME
           MOVE PROF-UNIVERSITY TO WS-VER-UNIVERSITY
           MOVE PROF-MAJOR TO WS-VER-MAJOR
           MOVE PROF-GRADYEAR TO WS-VER-GRADYEAR
           INSPECT WS-VER-NAME CONVERTING WS-VER-LOWER TO WS-VER-UPPER
           INSPECT WS-VER-UNIVERSITY
               CONVERTING WS-VER-LOWER TO WS-VER-UPPER
           INSPECT WS-VER-MAJOR CONVERTING WS-VER-LOWER TO WS-VER-UPPER

           *> the first roster row with this name is the one compared,
           *> unless a later row with the same name agrees on all
           *> three answers (two students can share a name)
           MOVE 0 TO WS-ROSTER-HIT
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               IF WS-ROSTER-NAME(WS-ROSTER-IDX) = WS-VER-NAME
                   IF WS-ROSTER-HIT = 0
                       MOVE WS-ROSTER-IDX TO WS-ROSTER-HIT
                   END-IF
                   IF WS-ROSTER-UNIVERSITY(WS-ROSTER-IDX) =
                          WS-VER-UNIVERSITY AND
                      WS-ROSTER-MAJOR(WS-ROSTER-IDX) = WS-VER-MAJOR AND
                      WS-ROSTER-GRADYEAR(WS-ROSTER-IDX) =
                          WS-VER-GRADYEAR
                       MOVE WS-ROSTER-IDX TO WS-ROSTER-HIT
                       MOVE WS-ROSTER-COUNT TO WS-ROSTER-IDX
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-VER-MISMATCH
           MOVE 0 TO WS-VER-FIELD-COUNT
           IF WS-ROSTER-HIT = 0
               MOVE 'N' TO WS-VER-RESULT
               ADD 1 TO WS-VER-NOT-ON-COUNT
           ELSE
               IF WS-ROSTER-UNIVERSITY(WS-ROSTER-HIT) NOT =
                      WS-VER-UNIVERSITY
                   MOVE "University" TO WS-VER-FIELD-NAME
                   PERFORM ADD-VER-MISMATCH-FIELD
               END-IF
               IF WS-ROSTER-MAJOR(WS-ROSTER-HIT) NOT = WS-VER-MAJOR
                   MOVE "Major" TO WS-VER-FIELD-NAME
                   PERFORM ADD-VER-MISMATCH-FIELD
               END-IF
               IF WS-ROSTER-GRADYEAR(WS-ROSTER-HIT) NOT =
                      WS-VER-GRADYEAR
                   MOVE "Grad Year" TO WS-VER-FIELD-NAME
                   PERFORM ADD-VER-MISMATCH-FIELD
               END-IF
               IF WS-VER-FIELD-COUNT = 0
                   MOVE 'V' TO WS-VER-RESULT
                   ADD 1 TO WS-VER-VERIFIED-COUNT
               ELSE
                   MOVE 'M' TO WS-VER-RESULT
                   ADD 1 TO WS-VER-MISMATCH-COUNT
               END-IF
           END-IF

           MOVE PROF-USERNAME TO VER-USERNAME
           MOVE WS-VER-RESULT TO VER-STATUS
           MOVE WS-VER-MISMATCH TO VER-MISMATCH
           MOVE WS-TODAY-DATE TO VER-DATE
           WRITE VERIFY-RECORD

           EVALUATE WS-VER-RESULT
               WHEN 'M'
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "MISMATCH       " PROF-USERNAME " "
                          FUNCTION TRIM(PROF-FULLNAME)
                          " - differs on: "
                          FUNCTION TRIM(WS-VER-MISMATCH)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-VERIFY-LINE
               WHEN 'N'
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "NOT ON ROSTER  " PROF-USERNAME " "
                          FUNCTION TRIM(PROF-FULLNAME)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-VERIFY-LINE
           END-EVALUATE.

       *> appends WS-VER-FIELD-NAME to the comma-separated list of
       *> fields that disagree with the roster
       ADD-VER-MISMATCH-FIELD.
           IF WS-VER-FIELD-COUNT = 0
               MOVE WS-VER-FIELD-NAME TO WS-VER-MISMATCH
           ELSE
               MOVE SPACES TO WS-VER-MISMATCH-WORK
               STRING FUNCTION TRIM(WS-VER-MISMATCH) ", "
                      FUNCTION TRIM(WS-VER-FIELD-NAME)
                   DELIMITED BY SIZE INTO WS-VER-MISMATCH-WORK
               END-STRING
               MOVE WS-VER-MISMATCH-WORK TO WS-VER-MISMATCH
           END-IF
           ADD 1 TO WS-VER-FIELD-COUNT.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the exceptions report, reconciliation-style
       WRITE-VERIFY-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> sets WS-VER-STATUS-TEXT to the registrar verification
       *> state of WS-CHECK-USERNAME for display; a profile the
       *> roster match has never seen reads as Unverified. Loops on
       *> the file status so it is safe to perform from inside
       *> other read loops
       CHECK-PROFILE-VERIFIED.
           MOVE 'N' TO WS-VER-FOUND
           MOVE "Unverified" TO WS-VER-STATUS-TEXT
           MOVE SPACE TO WS-VER-FOUND-STATUS
           MOVE SPACES TO WS-VER-FOUND-MISMATCH
           MOVE SPACES TO WS-VERIFY-STATUS
           OPEN INPUT VERIFY-FILE
           IF WS-VERIFY-STATUS NOT = "00"
               MOVE "10" TO WS-VERIFY-STATUS
           END-IF
           PERFORM UNTIL WS-VERIFY-STATUS = "10"
               READ VERIFY-FILE
                   AT END
                       MOVE "10" TO WS-VERIFY-STATUS
                   NOT AT END
                       IF VER-USERNAME = WS-CHECK-USERNAME
                           MOVE 'Y' TO WS-VER-FOUND
                           MOVE VER-STATUS TO WS-VER-FOUND-STATUS
                           MOVE VER-MISMATCH TO WS-VER-FOUND-MISMATCH
                           MOVE "10" TO WS-VERIFY-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERIFY-FILE

           IF WS-VER-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-VER-FOUND-STATUS
               WHEN 'V'
                   MOVE "Verified with the registrar"
                       TO WS-VER-STATUS-TEXT
               WHEN 'M'
                   MOVE SPACES TO WS-VER-STATUS-TEXT
                   STRING "Registrar mismatch on "
                          FUNCTION TRIM(WS-VER-FOUND-MISMATCH)
                       DELIMITED BY SIZE INTO WS-VER-STATUS-TEXT
                   END-STRING
               WHEN 'N'
                   MOVE "Not on the registrar roster"
                       TO WS-VER-STATUS-TEXT
               WHEN OTHER
                   MOVE "Unverified" TO WS-VER-STATUS-TEXT
           END-EVALUATE.

       *> drops the logged-in user's verification back to 'U' after
       *> they change their university, major or grad year, so an
       *> old Verified never vouches for a new answer. Once per
       *> CREATE-EDIT-PROFILE pass; nothing to do when the roster
       *> match has never seen this profile
       RESET-PROFILE-VERIFICATION.
           IF WS-VER-RESET-DONE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VER-RESET-DONE

           MOVE WS-LOGGED-USER TO WS-CHECK-USERNAME
           PERFORM CHECK-PROFILE-VERIFIED
           IF WS-VER-FOUND = 'N' OR WS-VER-FOUND-STATUS = 'U'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE
           OPEN INPUT VERIFY-FILE
           OPEN OUTPUT TEMP-VERIFY-FILE
           MOVE SPACES TO WS-VERIFY-STATUS
           PERFORM UNTIL WS-VERIFY-STATUS = "10"
               READ VERIFY-FILE
                   AT END
                       MOVE "10" TO WS-VERIFY-STATUS
                   NOT AT END
                       MOVE VERIFY-RECORD TO TEMP-VERIFY-RECORD
                       IF VER-USERNAME = WS-LOGGED-USER
                           MOVE 'U' TO TEMP-VER-STATUS
                           MOVE SPACES TO TEMP-VER-MISMATCH
                           MOVE WS-TODAY-DATE TO TEMP-VER-DATE
                       END-IF
                       WRITE TEMP-VERIFY-RECORD
               END-READ
           END-PERFORM
           CLOSE VERIFY-FILE
           CLOSE TEMP-VERIFY-FILE

           OPEN OUTPUT VERIFY-FILE
           OPEN INPUT TEMP-VERIFY-FILE
           MOVE SPACES TO WS-TEMP-VERIFY-STATUS
           PERFORM UNTIL WS-TEMP-VERIFY-STATUS = "10"
               READ TEMP-VERIFY-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-VERIFY-STATUS
                   NOT AT END
                       MOVE TEMP-VERIFY-RECORD TO VERIFY-RECORD
                       WRITE VERIFY-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-VERIFY-FILE
           CLOSE VERIFY-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Note: your registrar verification will be redone "
                  "at the next roster match."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "VERIFY-RESET" TO WS-AUDIT-ACTION
           MOVE WS-LOGGED-USER TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY.

       *> nightly cross-file integrity sweep: checks that the data
       *> files still agree with one another and writes an exception
       *> report (one line per orphaned or mismatched record, plus
       *> control counts per file) to ReconciliationReport.txt
       RUN-RECONCILIATION.
           MOVE "---- Data Reconciliation Run ----" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-RECON-REPORT-STATUS NOT = "00"
               STRING "Error opening reconciliation report file "
                   WS-RECON-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE RECON-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Data Reconciliation Run - "
                  WS-FORMATTED-JOB-DATE " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           MOVE OUTPUT-RECORD TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE 0 TO WS-RECON-TOTAL-ERRORS
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-RETIRED-TABLE
           PERFORM RECON-CHECK-APPLICATIONS
           PERFORM RECON-CHECK-REQUESTS
           PERFORM RECON-CHECK-CONNECTIONS
           PERFORM RECON-CHECK-SKILLS

           MOVE WS-RECON-TOTAL-ERRORS TO WS-RECON-ERR-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Total Exceptions: "
                  FUNCTION TRIM(WS-RECON-ERR-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE "---- End of Reconciliation ----" TO OUTPUT-RECORD
           PERFORM WRITE-RECON-LINE
           CLOSE RECON-REPORT-FILE

           MOVE "Report written to ReconciliationReport.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the reconciliation report, digest-style
       WRITE-RECON-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> writes one per-file control-count line from the counters
       *> the RECON-CHECK paragraphs leave behind; the caller puts
       *> the file name in OUTPUT-RECORD first
       WRITE-RECON-CONTROL-LINE.
           MOVE WS-RECON-RECORD-COUNT TO WS-RECON-COUNT-DISPLAY
           MOVE WS-RECON-ERROR-COUNT TO WS-RECON-ERR-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Control: " FUNCTION TRIM(WS-RECON-FILE-NAME)
                  " - Records Read: "
                  FUNCTION TRIM(WS-RECON-COUNT-DISPLAY)
                  ", Exceptions: "
                  FUNCTION TRIM(WS-RECON-ERR-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECON-LINE
           ADD WS-RECON-ERROR-COUNT TO WS-RECON-TOTAL-ERRORS.

       *> loads every username on Accounts.txt into WS-ACCT-NAME so
       *> the per-record membership checks stay in memory; the table
       *> holds 1000 names, the ceiling the MAX-USERS config
       *> parameter is validated against, so it cannot overflow
       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-ACCT-COUNT < 1000
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE USERNAME TO WS-ACCT-NAME(WS-ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       *> loads the usernames of deactivated accounts from the
       *> profile archive (the first 20 bytes of each archived
       *> record), so the recon checks can tell a retired
       *> graduate's leftover rows apart from real orphans
       LOAD-RETIRED-TABLE.
           MOVE 0 TO WS-RETIRED-COUNT
           MOVE SPACES TO WS-PROFILE-ARCHIVE-STATUS
           OPEN INPUT PROFILE-ARCHIVE-FILE
           IF WS-PROFILE-ARCHIVE-STATUS NOT = "00"
               CLOSE PROFILE-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ PROFILE-ARCHIVE-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-RETIRED-COUNT < 1000
                           ADD 1 TO WS-RETIRED-COUNT
                           MOVE PROFILE-ARCHIVE-RECORD(1:20) TO
                               WS-RETIRED-NAME(WS-RETIRED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-ARCHIVE-FILE.

       *> sets WS-FOUND to 'Y' when WS-CHECK-USERNAME is one of the
       *> usernames LOAD-ACCOUNT-TABLE collected
       CHECK-USERNAME-ON-FILE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-NAME(WS-ACCT-IDX) = WS-CHECK-USERNAME
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       *> upgrade pass on a membership miss: WS-FOUND comes back 'Y'
       *> when WS-CHECK-USERNAME belongs to a deactivated account on
       *> the profile archive - retired, not orphaned
       CHECK-USERNAME-RETIRED.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-RETIRED-COUNT
               IF WS-RETIRED-NAME(WS-ACCT-IDX) = WS-CHECK-USERNAME
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       *> sets WS-FOUND to 'Y' when WS-JOB-COMPOSITE-KEY names a
       *> posting that has been moved to ArchivedJobs.txt
       CHECK-KEY-IN-ARCHIVE.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-READ-EOF
           OPEN INPUT ARCHIVED-JOBS-FILE
           IF WS-ARCHIVED-JOBS-STATUS NOT = "00"
               CLOSE ARCHIVED-JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ ARCHIVED-JOBS-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF ARCH-JOB-COMPOSITE-KEY =
                          WS-JOB-COMPOSITE-KEY
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-READ-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-JOBS-FILE.

       *> Applications.txt rules: the applicant must be on
       *> Accounts.txt, and the job text must still match a posting
       *> on Jobs.txt or one archived to ArchivedJobs.txt
       RECON-CHECK-APPLICATIONS.
           MOVE 0 TO WS-RECON-RECORD-COUNT
           MOVE 0 TO WS-RECON-ERROR-COUNT

           MOVE 'N' TO WS-RECON-JOBS-OK
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
               MOVE 'Y' TO WS-RECON-JOBS-OK
           ELSE
               CLOSE JOBS-FILE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Note: Jobs.txt unavailable, job match rule "
                      "skipped this run."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-IF

           MOVE 'N' TO EOF
           OPEN INPUT APPLICATIONS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ APPLICATIONS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-RECON-RECORD-COUNT
                       MOVE APP-USERNAME TO WS-CHECK-USERNAME
                       PERFORM CHECK-USERNAME-ON-FILE
                       IF WS-FOUND = 'N'
                           *> deactivated graduates are
                           *> retired, not orphaned
                           PERFORM CHECK-USERNAME-RETIRED
                       END-IF
                       IF WS-FOUND = 'N'
                           ADD 1 TO WS-RECON-ERROR-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "EXCEPTION: Applications.txt: "
                               "applicant not on Accounts.txt: "
                               FUNCTION TRIM(APP-USERNAME)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECON-LINE
                       END-IF
                       IF WS-RECON-JOBS-OK = 'Y'
                           PERFORM CHECK-APPLICATION-JOB-MATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           IF WS-RECON-JOBS-OK = 'Y'
               CLOSE JOBS-FILE
           END-IF

           MOVE "Applications.txt" TO WS-RECON-FILE-NAME
           PERFORM WRITE-RECON-CONTROL-LINE.

       *> one application's job-match rule: keyed read against the
       *> live postings first, then the archive
       CHECK-APPLICATION-JOB-MATCH.
           MOVE SPACES TO WS-JOB-COMPOSITE-KEY
           STRING APP-JOB-TITLE DELIMITED BY SIZE
                  APP-EMPLOYER DELIMITED BY SIZE
                  APP-LOCATION DELIMITED BY SIZE
               INTO WS-JOB-COMPOSITE-KEY
           END-STRING
           MOVE 'N' TO WS-FOUND
           MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
           READ JOBS-FILE
               KEY IS JOB-COMPOSITE-KEY
               INVALID KEY
                   PERFORM CHECK-KEY-IN-ARCHIVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'N'
               ADD 1 TO WS-RECON-ERROR-COUNT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "EXCEPTION: Applications.txt: no matching job "
                   "posting: " FUNCTION TRIM(APP-JOB-TITLE)
                   " at " FUNCTION TRIM(APP-EMPLOYER)
                   " for " FUNCTION TRIM(APP-USERNAME)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-IF.

       *> PendingRequests.txt rules: both the sender and the
       *> recipient must still be on Accounts.txt
       RECON-CHECK-REQUESTS.
           MOVE 0 TO WS-RECON-RECORD-COUNT
           MOVE 0 TO WS-RECON-ERROR-COUNT
           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
               MOVE "PendingRequests.txt" TO WS-RECON-FILE-NAME
               PERFORM WRITE-RECON-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ REQUESTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-RECON-RECORD-COUNT
                       MOVE REQ-SENDER TO WS-CHECK-USERNAME
                       PERFORM CHECK-USERNAME-ON-FILE
                       IF WS-FOUND = 'N'
                           *> deactivated graduates are
                           *> retired, not orphaned
                           PERFORM CHECK-USERNAME-RETIRED
                       END-IF
                       IF WS-FOUND = 'N'
                           ADD 1 TO WS-RECON-ERROR-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "EXCEPTION: PendingRequests.txt: "
                               "sender not on Accounts.txt: "
                               FUNCTION TRIM(REQ-SENDER)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECON-LINE
                       END-IF
                       MOVE REQ-RECIPIENT TO WS-CHECK-USERNAME
                       PERFORM CHECK-USERNAME-ON-FILE
                       IF WS-FOUND = 'N'
                           *> deactivated graduates are
                           *> retired, not orphaned
                           PERFORM CHECK-USERNAME-RETIRED
                       END-IF
                       IF WS-FOUND = 'N'
                           ADD 1 TO WS-RECON-ERROR-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "EXCEPTION: PendingRequests.txt: "
                               "recipient not on Accounts.txt: "
                               FUNCTION TRIM(REQ-RECIPIENT)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECON-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE
           MOVE "PendingRequests.txt" TO WS-RECON-FILE-NAME
           PERFORM WRITE-RECON-CONTROL-LINE.

       *> Connections.txt rules: both sides of every pair must have
       *> a profile on Profiles.txt
       RECON-CHECK-CONNECTIONS.
           MOVE 0 TO WS-RECON-RECORD-COUNT
           MOVE 0 TO WS-RECON-ERROR-COUNT

           MOVE 'N' TO WS-RECON-PROFILES-OK
           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS = "00"
               MOVE 'Y' TO WS-RECON-PROFILES-OK
           ELSE
               CLOSE PROFILES-FILE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Note: Profiles.txt unavailable, profile rule "
                      "skipped this run."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-IF

           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END
                       ADD 1 TO WS-RECON-RECORD-COUNT
                       IF WS-RECON-PROFILES-OK = 'Y'
                           MOVE CONN-USERA TO WS-CHECK-USERNAME
                           PERFORM CHECK-CONNECTION-PROFILE
                           MOVE CONN-USERB TO WS-CHECK-USERNAME
                           PERFORM CHECK-CONNECTION-PROFILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           IF WS-RECON-PROFILES-OK = 'Y'
               CLOSE PROFILES-FILE
           END-IF
           MOVE "Connections.txt" TO WS-RECON-FILE-NAME
           PERFORM WRITE-RECON-CONTROL-LINE.

       *> one side of a connection pair: flag it when the user has
       *> no profile record
       CHECK-CONNECTION-PROFILE.
           MOVE WS-CHECK-USERNAME TO PROF-USERNAME
           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY
                   ADD 1 TO WS-RECON-ERROR-COUNT
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "EXCEPTION: Connections.txt: no profile "
                       "for connected user: "
                       FUNCTION TRIM(WS-CHECK-USERNAME)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-RECON-LINE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       *> Skills.txt rules: the completing user must still be on
       *> Accounts.txt
       RECON-CHECK-SKILLS.
           MOVE 0 TO WS-RECON-RECORD-COUNT
           MOVE 0 TO WS-RECON-ERROR-COUNT
           MOVE SPACES TO WS-SKILLS-STATUS
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00" AND
              WS-SKILLS-STATUS NOT = "05"
               CLOSE SKILLS-FILE
               MOVE "Skills.txt" TO WS-RECON-FILE-NAME
               PERFORM WRITE-RECON-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SKILLS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-RECON-RECORD-COUNT
                       MOVE SKILL-USERNAME TO WS-CHECK-USERNAME
                       PERFORM CHECK-USERNAME-ON-FILE
                       IF WS-FOUND = 'N'
                           *> deactivated graduates are
                           *> retired, not orphaned
                           PERFORM CHECK-USERNAME-RETIRED
                       END-IF
                       IF WS-FOUND = 'N'
                           ADD 1 TO WS-RECON-ERROR-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "EXCEPTION: Skills.txt: user not "
                               "on Accounts.txt: "
                               FUNCTION TRIM(SKILL-USERNAME)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECON-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           MOVE "Skills.txt" TO WS-RECON-FILE-NAME
           PERFORM WRITE-RECON-CONTROL-LINE.

       *> batch report joining Placements.txt against the university
       *> and major on Profiles.txt: counts and placement rates per
       *> university and per major, with recon-style control totals,
       *> written to PlacementReport.txt - the year-end answer to
       *> how many students got placed and from which majors
       PLACEMENT-OUTCOMES-REPORT.
           MOVE "---- Placement Outcomes Report ----" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           OPEN OUTPUT PLACEMENT-REPORT-FILE
           IF WS-PLACEMENT-REPORT-STATUS NOT = "00"
               STRING "Error opening placement report file "
                   WS-PLACEMENT-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE PLACEMENT-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Placement Outcomes Report - "
                  WS-FORMATTED-JOB-DATE " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           MOVE OUTPUT-RECORD TO PLACEMENT-REPORT-RECORD
           WRITE PLACEMENT-REPORT-RECORD

           MOVE 0 TO WS-UNI-COUNT
           MOVE 0 TO WS-MAJ-COUNT
           MOVE 0 TO WS-PLACE-RECORD-COUNT
           MOVE 0 TO WS-PLACE-ERROR-COUNT

           PERFORM TALLY-PROFILE-POPULATION
           PERFORM TALLY-PLACEMENTS
           PERFORM WRITE-PLACEMENT-BREAKDOWN

           MOVE WS-PLACE-RECORD-COUNT TO WS-RECON-COUNT-DISPLAY
           MOVE WS-PLACE-ERROR-COUNT TO WS-RECON-ERR-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Control: Placements.txt - Records Read: "
                  FUNCTION TRIM(WS-RECON-COUNT-DISPLAY)
                  ", Exceptions: "
                  FUNCTION TRIM(WS-RECON-ERR-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-PLACEMENT-LINE
           MOVE "---- End of Placement Report ----" TO OUTPUT-RECORD
           PERFORM WRITE-PLACEMENT-LINE
           CLOSE PLACEMENT-REPORT-FILE

           MOVE "Report written to PlacementReport.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the placement report, recon-style
       WRITE-PLACEMENT-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO PLACEMENT-REPORT-RECORD
           WRITE PLACEMENT-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> first pass: walk every live profile, then every archived
       *> (deactivated graduate) profile, and count the student
       *> population per university and per major, so the rates
       *> have denominators that include the offboarded classes
       TALLY-PROFILE-POPULATION.
           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Note: Profiles.txt unavailable, live "
                      "population counts skipped this run."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-PLACEMENT-LINE
           ELSE
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ PROFILES-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           MOVE PROF-UNIVERSITY TO WS-TALLY-UNIVERSITY
                           MOVE PROF-MAJOR TO WS-TALLY-MAJOR
                           PERFORM TALLY-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE PROFILES-FILE
           END-IF

           *> deactivated graduates live on in the archive; their
           *> university and major sit at fixed offsets of the
           *> archived PROFILE-REC image. Bare rows (retired
           *> accounts that never completed a profile) carry no
           *> data there and are skipped
           MOVE SPACES TO WS-PROFILE-ARCHIVE-STATUS
           OPEN INPUT PROFILE-ARCHIVE-FILE
           IF WS-PROFILE-ARCHIVE-STATUS = "00"
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ PROFILE-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           IF PROFILE-ARCHIVE-RECORD(221:100)
                                  NOT = SPACES OR
                              PROFILE-ARCHIVE-RECORD(321:50)
                                  NOT = SPACES
                               MOVE PROFILE-ARCHIVE-RECORD(221:100)
                                   TO WS-TALLY-UNIVERSITY
                               MOVE PROFILE-ARCHIVE-RECORD(321:50)
                                   TO WS-TALLY-MAJOR
                               PERFORM TALLY-ONE-PROFILE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROFILE-ARCHIVE-FILE.

       *> adds the student in WS-TALLY-UNIVERSITY/WS-TALLY-MAJOR to
       *> the per-university and per-major population tallies
       TALLY-ONE-PROFILE.
           MOVE 'N' TO WS-TALLY-FOUND
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-UNI-COUNT
               IF WS-UNI-NAME(WS-TALLY-IDX) = WS-TALLY-UNIVERSITY
                   ADD 1 TO WS-UNI-STUDENTS(WS-TALLY-IDX)
                   MOVE 'Y' TO WS-TALLY-FOUND
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND = 'N' AND WS-UNI-COUNT < 20
               ADD 1 TO WS-UNI-COUNT
               MOVE WS-TALLY-UNIVERSITY TO WS-UNI-NAME(WS-UNI-COUNT)
               MOVE 1 TO WS-UNI-STUDENTS(WS-UNI-COUNT)
               MOVE 0 TO WS-UNI-PLACED(WS-UNI-COUNT)
           END-IF

           MOVE 'N' TO WS-TALLY-FOUND
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-MAJ-COUNT
               IF WS-MAJ-NAME(WS-TALLY-IDX) = WS-TALLY-MAJOR
                   ADD 1 TO WS-MAJ-STUDENTS(WS-TALLY-IDX)
                   MOVE 'Y' TO WS-TALLY-FOUND
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND = 'N' AND WS-MAJ-COUNT < 20
               ADD 1 TO WS-MAJ-COUNT
               MOVE WS-TALLY-MAJOR TO WS-MAJ-NAME(WS-MAJ-COUNT)
               MOVE 1 TO WS-MAJ-STUDENTS(WS-MAJ-COUNT)
               MOVE 0 TO WS-MAJ-PLACED(WS-MAJ-COUNT)
           END-IF.

       *> second pass: walk the placements and credit each one to
       *> the placed student's university and major from their live
       *> profile, falling back to the archived image for students
       *> offboarded since; only a placement with no profile in
       *> either place is an exception
       TALLY-PLACEMENTS.
           MOVE SPACES TO WS-PLACEMENTS-STATUS
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS NOT = "00"
               CLOSE PLACEMENTS-FILE
               MOVE "No placements on file yet." TO OUTPUT-RECORD
               PERFORM WRITE-PLACEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               CLOSE PLACEMENTS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ PLACEMENTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-PLACE-RECORD-COUNT
                       PERFORM TALLY-ONE-PLACEMENT
               END-READ
           END-PERFORM
           CLOSE PLACEMENTS-FILE
           CLOSE PROFILES-FILE.

       *> one placement's join: keyed read of the student's live
       *> profile, then the archive fallback; a hit either way
       *> bumps the matching placed counts
       TALLY-ONE-PLACEMENT.
           MOVE PLACE-USERNAME TO PROF-USERNAME
           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY
                   PERFORM TALLY-PLACEMENT-FROM-ARCHIVE
                   IF WS-FOUND = 'N'
                       ADD 1 TO WS-PLACE-ERROR-COUNT
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "EXCEPTION: Placements.txt: no profile "
                           "for placed student: "
                           FUNCTION TRIM(PLACE-USERNAME)
                           DELIMITED BY SIZE INTO OUTPUT-RECORD
                       END-STRING
                       PERFORM WRITE-PLACEMENT-LINE
                   END-IF
               NOT INVALID KEY
                   MOVE PROF-UNIVERSITY TO WS-TALLY-UNIVERSITY
                   MOVE PROF-MAJOR TO WS-TALLY-MAJOR
                   PERFORM CREDIT-PLACEMENT-TALLIES
           END-READ.

       *> archive fallback for a placed student who has since been
       *> offboarded: take university and major from the archived
       *> profile image and credit the tallies from there; sets
       *> WS-FOUND when an archived row with profile data exists.
       *> Runs on the archive file status so it stays safe inside
       *> TALLY-PLACEMENTS's read loop
       TALLY-PLACEMENT-FROM-ARCHIVE.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-PROFILE-ARCHIVE-STATUS
           OPEN INPUT PROFILE-ARCHIVE-FILE
           IF WS-PROFILE-ARCHIVE-STATUS NOT = "00"
               MOVE "10" TO WS-PROFILE-ARCHIVE-STATUS
           END-IF
           PERFORM UNTIL WS-PROFILE-ARCHIVE-STATUS = "10"
               READ PROFILE-ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-PROFILE-ARCHIVE-STATUS
                   NOT AT END
                       IF PROFILE-ARCHIVE-RECORD(1:20) =
                              PLACE-USERNAME AND
                          (PROFILE-ARCHIVE-RECORD(221:100)
                               NOT = SPACES OR
                           PROFILE-ARCHIVE-RECORD(321:50)
                               NOT = SPACES)
                           MOVE PROFILE-ARCHIVE-RECORD(221:100)
                               TO WS-TALLY-UNIVERSITY
                           MOVE PROFILE-ARCHIVE-RECORD(321:50)
                               TO WS-TALLY-MAJOR
                           PERFORM CREDIT-PLACEMENT-TALLIES
                           MOVE 'Y' TO WS-FOUND
                           MOVE "10" TO WS-PROFILE-ARCHIVE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-ARCHIVE-FILE.

       *> bumps the placed counts of the university and major
       *> staged in WS-TALLY-UNIVERSITY/WS-TALLY-MAJOR
       CREDIT-PLACEMENT-TALLIES.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-UNI-COUNT
               IF WS-UNI-NAME(WS-TALLY-IDX) = WS-TALLY-UNIVERSITY
                   ADD 1 TO WS-UNI-PLACED(WS-TALLY-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-MAJ-COUNT
               IF WS-MAJ-NAME(WS-TALLY-IDX) = WS-TALLY-MAJOR
                   ADD 1 TO WS-MAJ-PLACED(WS-TALLY-IDX)
               END-IF
           END-PERFORM.

       *> prints the per-university and per-major breakdown with
       *> placement rates (placed as a percentage of students)
       WRITE-PLACEMENT-BREAKDOWN.
           MOVE "-- By University --" TO OUTPUT-RECORD
           PERFORM WRITE-PLACEMENT-LINE
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-UNI-COUNT
               COMPUTE WS-PLACE-RATE ROUNDED =
                   (WS-UNI-PLACED(WS-TALLY-IDX) * 100)
                   / WS-UNI-STUDENTS(WS-TALLY-IDX)
               MOVE WS-UNI-STUDENTS(WS-TALLY-IDX) TO WS-TALLY-DISPLAY
               MOVE WS-UNI-PLACED(WS-TALLY-IDX) TO WS-PLACED-DISPLAY
               MOVE WS-PLACE-RATE TO WS-RATE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-UNI-NAME(WS-TALLY-IDX))
                      " - Students: "
                      FUNCTION TRIM(WS-TALLY-DISPLAY)
                      ", Placed: "
                      FUNCTION TRIM(WS-PLACED-DISPLAY)
                      ", Rate: "
                      FUNCTION TRIM(WS-RATE-DISPLAY) "%"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-PLACEMENT-LINE
           END-PERFORM

           MOVE "-- By Major --" TO OUTPUT-RECORD
           PERFORM WRITE-PLACEMENT-LINE
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-MAJ-COUNT
               COMPUTE WS-PLACE-RATE ROUNDED =
                   (WS-MAJ-PLACED(WS-TALLY-IDX) * 100)
                   / WS-MAJ-STUDENTS(WS-TALLY-IDX)
               MOVE WS-MAJ-STUDENTS(WS-TALLY-IDX) TO WS-TALLY-DISPLAY
               MOVE WS-MAJ-PLACED(WS-TALLY-IDX) TO WS-PLACED-DISPLAY
               MOVE WS-PLACE-RATE TO WS-RATE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-MAJ-NAME(WS-TALLY-IDX))
                      " - Students: "
                      FUNCTION TRIM(WS-TALLY-DISPLAY)
                      ", Placed: "
                      FUNCTION TRIM(WS-PLACED-DISPLAY)
                      ", Rate: "
                      FUNCTION TRIM(WS-RATE-DISPLAY) "%"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-PLACEMENT-LINE
           END-PERFORM.

       *> USER MANAGEMENT ----------------------------------------------

       *> creates a new account
       REGISTRATION.
           IF WS-USER-COUNT >= WS-MAX-USERS *> if max users is reached
               STRING "All permitted accounts have been created, "
                      "please come back later."
                   DELIMITED BY SIZE *> go through both strings
                   INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH *> exit early
           END-IF

           MOVE "Enter username:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check if end
           MOVE INPUT-RECORD(1:20) TO WS-USERNAME  *> store user in var

           PERFORM CHECK-USER-EXISTS *> check if username exists
           IF WS-FOUND = 'Y' *> if username already exists
               MOVE "Username already exists. Please try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               PERFORM REGISTRATION *> re-prompt for a new username
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter password:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check if end
           MOVE INPUT-RECORD(1:20) TO WS-PASSW *> store password in var

           PERFORM VALIDATE-PASSW *> call function to validate password
           IF WS-VALID-PASSW = 'Y' *> if password is valid
               PERFORM ASK-ACCOUNT-TYPE *> student/employer rep/admin
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               PERFORM ASK-SECURITY-QUESTION *> for Forgot Password
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               PERFORM HASH-PASSWORD *> never store the clear password
               OPEN EXTEND ACCOUNTS-FILE *> open Account for appending
               MOVE WS-USERNAME TO USERNAME *> copy username to file
               MOVE WS-PASS-HASH TO PASSW *> store scrambled credential
               MOVE WS-ACCT-ROLE TO ACCT-ROLE *> store account type
               MOVE 0 TO ACCT-FAIL-COUNT *> no failed attempts yet
               MOVE 'N' TO ACCT-LOCKED
               MOVE WS-SEC-QUESTION TO ACCT-SEC-QUESTION
               MOVE WS-SEC-ANSWER-HASH TO ACCT-SEC-ANSWER
               WRITE USER-ACC *> write new user record to file
               END-WRITE
               CLOSE ACCOUNTS-FILE

               ADD 1 TO WS-USER-COUNT *> increment user counter
               END-ADD
               MOVE 1 TO WS-DIGEST-EVENT-CODE
               PERFORM INCREMENT-DIGEST-COUNTER
               MOVE WS-USERNAME TO WS-AUDIT-USER
               MOVE "REGISTRATION" TO WS-AUDIT-ACTION
               MOVE WS-USERNAME TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-ENTRY
               MOVE "Account created successfully." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               PERFORM LOGIN
           ELSE *> if password is invalid
               MOVE "Invalid password." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       *> asks what kind of account is being created and leaves the
       *> role letter in WS-ACCT-ROLE; with a second campus coming on
       *> board, students must no longer be able to reach the batch
       *> options or rewrite the employer master
       ASK-ACCOUNT-TYPE.
           MOVE 'S' TO WS-ACCT-ROLE
           MOVE "Select Account Type:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Student" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Employer Representative" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Administrator" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   MOVE 'S' TO WS-ACCT-ROLE
               WHEN '2'
                   MOVE 'E' TO WS-ACCT-ROLE
               WHEN '3'
                   MOVE 'A' TO WS-ACCT-ROLE
               WHEN OTHER
                   MOVE "Invalid choice, defaulting to Student."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

       *> records the security question and answer used by the
       *> Forgot Password flow; the answer is scrambled through
       *> HASH-PASSWORD so the file never holds it in clear (the
       *> new password in WS-PASSW is parked meanwhile)
       ASK-SECURITY-QUESTION.
           MOVE SPACES TO WS-SEC-QUESTION
           MOVE SPACES TO WS-SEC-ANSWER-HASH
           MOVE "Enter a security question for password resets:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE 'Y' TO INPUT-EOF-FLAG
               MOVE "Security question is a required field."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:50) TO WS-SEC-QUESTION

           MOVE "Enter the answer to your security question:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE 'Y' TO INPUT-EOF-FLAG
               MOVE "Security answer is a required field."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PASSW TO WS-SAVED-PASSW
           MOVE INPUT-RECORD(1:20) TO WS-PASSW
           PERFORM HASH-PASSWORD
           MOVE WS-PASS-HASH TO WS-SEC-ANSWER-HASH
           MOVE WS-SAVED-PASSW TO WS-PASSW.

       *> scrambles WS-PASSW one-way into WS-PASS-HASH: two rolling
       *> modular checksums over the password characters, bracketed
       *> by '#' markers so a stored hash can never be mistaken for
       *> (or used as) a clear-text password
       HASH-PASSWORD.
           MOVE 7919 TO WS-HASH-PART1
           MOVE 104729 TO WS-HASH-PART2
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX >
           LENGTH OF WS-PASSW *> loop through each char
               MOVE WS-PASSW(IDX:1) TO CHAR
               COMPUTE WS-HASH-CHAR-VAL = FUNCTION ORD(CHAR)
               COMPUTE WS-HASH-PART1 = FUNCTION MOD(
                   WS-HASH-PART1 * 31 + WS-HASH-CHAR-VAL * IDX,
                   999999937)
               COMPUTE WS-HASH-PART2 = FUNCTION MOD(
                   WS-HASH-PART2 * 37 + WS-HASH-CHAR-VAL * (21 - IDX),
                   999999893)
           END-PERFORM
           MOVE '#' TO WS-HASH-MARK-1
           MOVE '#' TO WS-HASH-MARK-2.

       *> one-time conversion pass for accounts created before
       *> credentials were scrambled: any record whose password field
       *> does not carry the '#' hash marker is hashed in place, via
       *> the same temp-file rewrite pattern the requests file uses.
       *> The same pass normalizes the account role: records written
       *> before roles existed read back with spaces there and are
       *> grandfathered in as students
       CONVERT-ACCOUNT-PASSWORDS.
           MOVE 'N' TO WS-ACCOUNTS-CONVERTED
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT TEMP-ACCOUNTS-FILE
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       *> both markers must be present: passwords may
                       *> legitimately start with '#', but they are
                       *> capped below 20 characters so none can
                       *> also carry the trailing marker in column 20
                       IF PASSW(1:1) NOT = '#' OR
                          PASSW(20:1) NOT = '#'
                           MOVE PASSW TO WS-PASSW
                           PERFORM HASH-PASSWORD
                           MOVE WS-PASS-HASH TO PASSW
                           MOVE 'Y' TO WS-ACCOUNTS-CONVERTED
                       END-IF
                       IF ACCT-ROLE NOT = 'S' AND
                          ACCT-ROLE NOT = 'E' AND
                          ACCT-ROLE NOT = 'A'
                           MOVE 'S' TO ACCT-ROLE
                           MOVE 'Y' TO WS-ACCOUNTS-CONVERTED
                       END-IF
                       *> records written before the lockout fields
                       *> existed read back with spaces there
                       IF ACCT-FAIL-COUNT NOT NUMERIC
                           MOVE 0 TO ACCT-FAIL-COUNT
                           MOVE 'Y' TO WS-ACCOUNTS-CONVERTED
                       END-IF
                       IF ACCT-LOCKED NOT = 'Y' AND
                          ACCT-LOCKED NOT = 'N'
                           MOVE 'N' TO ACCT-LOCKED
                           MOVE 'Y' TO WS-ACCOUNTS-CONVERTED
                       END-IF
                       *> layouts match, so the whole record
                       *> moves across in one group MOVE
                       MOVE USER-ACC TO TEMP-USER-ACC
                       WRITE TEMP-USER-ACC
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE TEMP-ACCOUNTS-FILE

           *> only rewrite the live file when something converted
           IF WS-ACCOUNTS-CONVERTED = 'Y'
               OPEN OUTPUT ACCOUNTS-FILE
               OPEN INPUT TEMP-ACCOUNTS-FILE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ TEMP-ACCOUNTS-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE TEMP-USER-ACC TO USER-ACC
                           WRITE USER-ACC
                   END-READ
               END-PERFORM
               CLOSE TEMP-ACCOUNTS-FILE
               CLOSE ACCOUNTS-FILE
           END-IF.

       *> one-time conversion pass for postings written before the
       *> lifecycle fields existed: a legacy record has spaces where
       *> JOB-STATUS now lives, which every read path would treat as
       *> not-live, so normalize it to an open posting in place (the
       *> posted date is unknown for these and stays blank)
       CONVERT-JOB-RECORDS.
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN I-O JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF JOB-STATUS NOT = 'O' AND
                          JOB-STATUS NOT = 'C'
                           MOVE 'O' TO JOB-STATUS
                           REWRITE JOB-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       *> check if username already exists
       CHECK-USER-EXISTS.
           MOVE 'N' TO WS-FOUND *> initialize found flag to No
           MOVE 'N' TO EOF *> initialize EOF flag to No
           OPEN INPUT ACCOUNTS-FILE *> open Accounts for reading
           PERFORM UNTIL EOF = 'Y' OR WS-FOUND = 'Y'  *> until EOF/found
               READ ACCOUNTS-FILE  *> read next account
                   AT END MOVE 'Y' TO EOF *> if EOF change flag to Yes
                   NOT AT END  *> if not at end of file
                       IF USERNAME = WS-USERNAME *> compare usernames
                           MOVE 'Y' TO WS-FOUND *> found flag to Yes
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       *> validates password against the complexity rules loaded
       *> from Config.txt (lengths and minimum counts per character
       *> class), so the rules can be tuned per campus
       VALIDATE-PASSW.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PASSW)) >
              WS-CFG-PASS-MAX-LEN
               MOVE WS-CFG-PASS-MAX-LEN TO WS-CFG-RULE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Password cannot exceed "
                      FUNCTION TRIM(WS-CFG-RULE-DISPLAY)
                      " characters."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO UPPER-COUNT *> initialize uppercase count
           MOVE 0 TO LOWER-COUNT *> initialize lowercase count
           MOVE 0 TO DIGIT-COUNT *> initialize digit count
           MOVE 0 TO SPECIAL-COUNT *> initialize special char
           MOVE 'Y' TO WS-VALID-PASSW *> password initially valid

           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX >
           LENGTH OF WS-PASSW  *> loop through each char
               MOVE WS-PASSW(IDX:1) TO CHAR *> get char from password
               EVALUATE TRUE *> check char
                   WHEN CHAR >= 'A' AND CHAR <= 'Z'  *> if uppercase
                       ADD 1 TO UPPER-COUNT END-ADD *> add to counter
                   WHEN CHAR >= 'a' AND CHAR <= 'z' *> if lowercase
                       ADD 1 TO LOWER-COUNT END-ADD *> add to counter
                   WHEN CHAR >= '0' AND CHAR <= '9' *> if digit
                       ADD 1 TO DIGIT-COUNT END-ADD *> add to counter
                   WHEN CHAR = '!' OR CHAR = '@' OR CHAR = '#' OR
                        CHAR = '$' OR CHAR = '%' OR CHAR = '^' OR
                        CHAR = '&' OR CHAR = '*' *> if is special
                       ADD 1 TO SPECIAL-COUNT END-ADD *> add to counter
               END-EVALUATE
           END-PERFORM

           *> too short per the configured minimum length
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PASSW)) <
              WS-CFG-PASS-MIN-LEN
               MOVE WS-CFG-PASS-MIN-LEN TO WS-CFG-RULE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Password needs at least "
                      FUNCTION TRIM(WS-CFG-RULE-DISPLAY)
                      " characters."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW *> mark as invalid
           END-IF

           IF UPPER-COUNT < WS-CFG-PASS-MIN-UPPER
               MOVE WS-CFG-PASS-MIN-UPPER TO WS-CFG-RULE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Password needs at least "
                      FUNCTION TRIM(WS-CFG-RULE-DISPLAY)
                      " uppercase letter(s)."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW *> mark as invalid
           END-IF

           IF LOWER-COUNT < WS-CFG-PASS-MIN-LOWER
               MOVE WS-CFG-PASS-MIN-LOWER TO WS-CFG-RULE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Password needs at least "
                      FUNCTION TRIM(WS-CFG-RULE-DISPLAY)
                      " lowercase letter(s)."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW *> mark as invalid
           END-IF

           IF DIGIT-COUNT < WS-CFG-PASS-MIN-DIGIT
               MOVE WS-CFG-PASS-MIN-DIGIT TO WS-CFG-RULE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Password needs at least "
                      FUNCTION TRIM(WS-CFG-RULE-DISPLAY)
                      " digit(s)."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW *> mark as invalid
           END-IF

           IF SPECIAL-COUNT < WS-CFG-PASS-MIN-SPECIAL
               MOVE WS-CFG-PASS-MIN-SPECIAL TO WS-CFG-RULE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Password needs at least "
                      FUNCTION TRIM(WS-CFG-RULE-DISPLAY)
                      " special character(s)."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW *> mark as invalid
           END-IF.

       *> performs login procedure
       LOGIN.
           MOVE "Please enter your username:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check if end
           MOVE INPUT-RECORD(1:20) TO WS-USERNAME *> store user in var

           MOVE "Please enter your password:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check if end
           MOVE INPUT-RECORD(1:20) TO WS-PASSW *> store pass in variable

           *> a locked account stays locked no matter what password
           *> is offered; only an admin unlock opens it again
           PERFORM FIND-ACCOUNT-STATE
           IF WS-ACCT-EXISTS = 'Y' AND WS-ACCT-IS-LOCKED = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "This account is locked after too many failed "
                      "attempts. Ask an administrator to unlock it."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-LOGIN *> call function to verify login

           IF WS-FOUND = 'Y' *> check if user was found
               PERFORM CLEAR-FAILED-LOGINS
               MOVE "You have successfully logged in." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE "-----------------------------------"
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Welcome, " DELIMITED BY SIZE *> welcome message
                      WS-USERNAME DELIMITED BY SPACE *> use username
                      "!" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE WS-USERNAME TO WS-LOGGED-USER
               IF WS-LOGGED-ROLE = 'E'
                   *> employer reps get their own cut-down menu:
                   *> posting jobs and working their applicant lists,
                   *> not the student-side features
                   PERFORM EMPLOYER-MENU
               ELSE
                   *> match fresh postings against this user's profile
                   *> and completed modules, then greet them with the
                   *> count of matches they have not seen yet
                   PERFORM MATCH-JOB-ALERTS
                   PERFORM SHOW-JOB-ALERT-COUNT
                   PERFORM POST-LOGIN-MENU *> go to post-login function
               END-IF
           ELSE *> if user not found
               *> a bad password against a real account counts
               *> toward the lockout limit
               IF WS-ACCT-EXISTS = 'Y'
                   PERFORM RECORD-FAILED-LOGIN
               END-IF
               MOVE "Incorrect username/password, please try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       *> verifies login info against Accounts.txt
       VERIFY-LOGIN. *> verify login info with that in Accounts.txt
           MOVE 'N' TO WS-FOUND *> initialize found flag to No
           MOVE 'N' TO EOF *> initialize EOF flag to No
           PERFORM HASH-PASSWORD *> file holds hashes, never the clear
           OPEN INPUT ACCOUNTS-FILE *> open Accounts for reading
           PERFORM UNTIL EOF = 'Y' OR WS-FOUND = 'Y'  *> until EOF/found
               READ ACCOUNTS-FILE  *> read next acc
                   AT END MOVE 'Y' TO EOF *> if EOF change flag to Yes
                   NOT AT END  *> if entire file was read
                       IF USERNAME = WS-USERNAME AND
                          PASSW = WS-PASS-HASH *> compare hashes
                           MOVE 'Y' TO WS-FOUND *> found flag to Yes
                           *> remember the role for menu routing and
                           *> the admin-only gates
                           MOVE ACCT-ROLE TO WS-LOGGED-ROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.

       *> scans Accounts.txt for WS-USERNAME and brings back the
       *> account's lockout state and security pair, without
       *> touching the password check
       FIND-ACCOUNT-STATE.
           MOVE 'N' TO WS-ACCT-EXISTS
           MOVE 'N' TO WS-ACCT-IS-LOCKED
           MOVE 0 TO WS-FAIL-COUNT
           MOVE SPACES TO WS-SEC-QUESTION
           MOVE SPACES TO WS-SEC-ANSWER-HASH
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-USERNAME
                           MOVE 'Y' TO WS-ACCT-EXISTS
                           IF ACCT-LOCKED = 'Y'
                               MOVE 'Y' TO WS-ACCT-IS-LOCKED
                           END-IF
                           IF ACCT-FAIL-COUNT NUMERIC
                               MOVE ACCT-FAIL-COUNT TO WS-FAIL-COUNT
                           END-IF
                           MOVE ACCT-SEC-QUESTION TO WS-SEC-QUESTION
                           MOVE ACCT-SEC-ANSWER TO WS-SEC-ANSWER-HASH
                           MOVE 'Y' TO EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       *> bumps WS-USERNAME's consecutive-failure count and locks
       *> the account once the configured limit is reached; the
       *> lockout lands in the audit journal
       RECORD-FAILED-LOGIN.
           ADD 1 TO WS-FAIL-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT TEMP-ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-USERNAME
                           MOVE WS-FAIL-COUNT TO ACCT-FAIL-COUNT
                           IF WS-FAIL-COUNT NOT <
                              WS-CFG-LOCKOUT-LIMIT
                               MOVE 'Y' TO ACCT-LOCKED
                           END-IF
                       END-IF
                       MOVE USER-ACC TO TEMP-USER-ACC
                       WRITE TEMP-USER-ACC
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE TEMP-ACCOUNTS-FILE
           PERFORM COPY-TEMP-ACCOUNTS-BACK

           IF WS-FAIL-COUNT NOT < WS-CFG-LOCKOUT-LIMIT
               MOVE WS-USERNAME TO WS-AUDIT-USER
               MOVE "LOCKOUT" TO WS-AUDIT-ACTION
               MOVE WS-USERNAME TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-ENTRY
               MOVE WS-CFG-LOCKOUT-LIMIT TO WS-LOCKOUT-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Account locked after "
                      FUNCTION TRIM(WS-LOCKOUT-DISPLAY)
                      " failed attempts."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-IF.

       *> a successful login wipes the consecutive-failure count;
       *> only rewrites the file when there is something to wipe
       CLEAR-FAILED-LOGINS.
           IF WS-FAIL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT TEMP-ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-USERNAME
                           MOVE 0 TO ACCT-FAIL-COUNT
                       END-IF
                       MOVE USER-ACC TO TEMP-USER-ACC
                       WRITE TEMP-USER-ACC
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE TEMP-ACCOUNTS-FILE
           PERFORM COPY-TEMP-ACCOUNTS-BACK.

       *> copies the rewritten accounts back over Accounts.txt, the
       *> tail half of the usual temp-file rewrite
       COPY-TEMP-ACCOUNTS-BACK.
           OPEN OUTPUT ACCOUNTS-FILE
           OPEN INPUT TEMP-ACCOUNTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ TEMP-ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TEMP-USER-ACC TO USER-ACC
                       WRITE USER-ACC
               END-READ
           END-PERFORM
           CLOSE TEMP-ACCOUNTS-FILE
           CLOSE ACCOUNTS-FILE.

       *> self-service reset from the start screen: answer your
       *> recorded security question and set a new password through
       *> the same VALIDATE-PASSW rules and HASH-PASSWORD storage
       *> CHANGE-PASSWORD uses; locked accounts are turned away
       *> (a lockout is admin-only to clear), and every outcome
       *> lands in the audit journal
       FORGOT-PASSWORD.
           MOVE "--------- Forgot Password ---------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Please enter your username:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-USERNAME

           PERFORM FIND-ACCOUNT-STATE
           IF WS-ACCT-EXISTS = 'N'
               MOVE "No account on file with that username."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           *> a lockout is an admin matter: the reset path must not
           *> become a way around it
           IF WS-ACCT-IS-LOCKED = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "This account is locked. Ask an administrator "
                      "to unlock it first."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-QUESTION = SPACES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "No security question on file for this "
                      "account. Ask an administrator for help."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Security question: "
                  FUNCTION TRIM(WS-SEC-QUESTION)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE "Enter your answer:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           MOVE INPUT-RECORD(1:20) TO WS-PASSW
           PERFORM HASH-PASSWORD
           IF WS-PASS-HASH NOT = WS-SEC-ANSWER-HASH
               *> a wrong answer is a guess like any other and
               *> counts toward the lockout limit
               MOVE WS-USERNAME TO WS-AUDIT-USER
               MOVE "RESET-DENIED" TO WS-AUDIT-ACTION
               MOVE WS-USERNAME TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-ENTRY
               IF WS-ACCT-IS-LOCKED = 'N'
                   PERFORM RECORD-FAILED-LOGIN
               END-IF
               MOVE "That answer does not match our records."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your new password:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-PASSW

           PERFORM VALIDATE-PASSW
           IF WS-VALID-PASSW NOT = 'Y'
               MOVE "Invalid password." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM HASH-PASSWORD
           PERFORM APPLY-PASSWORD-RESET

           MOVE WS-USERNAME TO WS-AUDIT-USER
           MOVE "PASSWORD-RESET" TO WS-AUDIT-ACTION
           MOVE WS-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Password reset successfully. You can now log "
                  "in with your new password."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> swaps in the freshly hashed password and clears the
       *> failure count and lock for WS-USERNAME
       APPLY-PASSWORD-RESET.
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT TEMP-ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-USERNAME
                           MOVE WS-PASS-HASH TO PASSW
                           MOVE 0 TO ACCT-FAIL-COUNT
                           MOVE 'N' TO ACCT-LOCKED
                       END-IF
                       MOVE USER-ACC TO TEMP-USER-ACC
                       WRITE TEMP-USER-ACC
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE TEMP-ACCOUNTS-FILE
           PERFORM COPY-TEMP-ACCOUNTS-BACK.

       *> admin-side unlock for an account the lockout caught:
       *> clears the lock and the failure count and journals it
       ADMIN-UNLOCK-ACCOUNT.
           MOVE "--------- Unlock Account ---------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter the username to unlock:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-TARGET-USERNAME

           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT TEMP-ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-TARGET-USERNAME
                           MOVE 'Y' TO WS-FOUND
                           MOVE 0 TO ACCT-FAIL-COUNT
                           MOVE 'N' TO ACCT-LOCKED
                       END-IF
                       MOVE USER-ACC TO TEMP-USER-ACC
                       WRITE TEMP-USER-ACC
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE TEMP-ACCOUNTS-FILE
           PERFORM COPY-TEMP-ACCOUNTS-BACK

           IF WS-FOUND = 'N'
               MOVE "No account on file with that username."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "ADMIN-UNLOCK" TO WS-AUDIT-ACTION
           MOVE WS-TARGET-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Account "
                  FUNCTION TRIM(WS-TARGET-USERNAME)
                  " has been unlocked."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> procedure to log out and exit to start screen
       LOG-OUT-EXIT.
           MOVE "Logging you out to Start Screen." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Goodbye, " DELIMITED BY SIZE
                      WS-USERNAME DELIMITED BY SPACE *> use username
                      "!" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO WS-LOGGED-USER
           MOVE SPACES TO WS-LOGGED-ROLE
           PERFORM START-SCREEN.

       *> sign-in gate for the batch options on the start screen:
       *> prompts for credentials and only passes when they belong
       *> to an administrator account; leaves WS-ADMIN-OK set
       VERIFY-ADMIN-ACCESS.
           MOVE 'N' TO WS-ADMIN-OK
           MOVE SPACES TO WS-LOGGED-ROLE
           MOVE "Administrator sign-in required." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Please enter your username:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-USERNAME
           MOVE "Please enter your password:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-PASSW

           *> a locked admin account is still locked here
           PERFORM FIND-ACCOUNT-STATE
           IF WS-ACCT-EXISTS = 'Y' AND WS-ACCT-IS-LOCKED = 'Y'
               MOVE "Administrator access denied." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-LOGIN

           *> this gate is a login like any other: a bad password
           *> against a real account counts toward the lockout
           *> limit, and a good one wipes the failure count
           IF WS-FOUND = 'Y'
               PERFORM CLEAR-FAILED-LOGINS
           ELSE
               IF WS-ACCT-EXISTS = 'Y'
                   PERFORM RECORD-FAILED-LOGIN
               END-IF
           END-IF

           IF WS-FOUND = 'Y' AND WS-LOGGED-ROLE = 'A'
               MOVE 'Y' TO WS-ADMIN-OK
           ELSE
               MOVE "Administrator access denied." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       *> POST LOGIN MENU ----------------------------------------------

       *> displays post-login menu (all options)
       POST-LOGIN-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check end
           MOVE "-----------------------------------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Log Out" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Create/Edit My Profile" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. View My Profile" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Search for a job" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "4. Find someone you know" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "5. Learn a New Skill" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "6. View My Pending Connection Requests"
                TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "7. View My Network" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "8. Messages" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "9. View/Withdraw My Sent Connection Requests"
                TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "10. Change Password" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "11. People You May Know" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "12. View My Job Matches" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "13. Print My Resume" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           IF WS-LOGGED-ROLE = 'A'
               MOVE "14. Admin Operations" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           MOVE "15. Career Fairs & Events" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check if end

           *> choices run past 9 now, so take two digits when the
           *> second character is also a digit
           IF INPUT-RECORD(2:1) >= '0' AND INPUT-RECORD(2:1) <= '9'
               MOVE INPUT-RECORD(1:2) TO WS-MAIN-CHOICE
           ELSE
               MOVE INPUT-RECORD(1:1) TO WS-MAIN-CHOICE
           END-IF
           EVALUATE WS-MAIN-CHOICE
               WHEN 0
                   PERFORM LOG-OUT-EXIT
               WHEN 1
                   PERFORM CREATE-EDIT-PROFILE
                   PERFORM POST-LOGIN-MENU
               WHEN 2
                   PERFORM LOADANDVIEW-PROFILE
                   PERFORM POST-LOGIN-MENU
               WHEN 3
                   PERFORM JOB-SEARCH-MENU
                   PERFORM POST-LOGIN-MENU
               WHEN 4
                   PERFORM SEARCHANDVIEW-PROFILE
                   PERFORM POST-LOGIN-MENU
               WHEN 5
                   PERFORM LEARN-SKILL-MENU *> go to the skills menu
                   PERFORM POST-LOGIN-MENU
               WHEN 6
                   PERFORM VIEW-PENDING-REQUESTS
                   PERFORM POST-LOGIN-MENU
               WHEN 7
                   PERFORM VIEW-MY-NETWORK
                   PERFORM POST-LOGIN-MENU
               WHEN 8
                   PERFORM MESSAGES-MENU
                   PERFORM POST-LOGIN-MENU
               WHEN 9
                   PERFORM VIEW-SENT-REQUESTS
                   PERFORM POST-LOGIN-MENU
               WHEN 10
                   PERFORM CHANGE-PASSWORD
                   PERFORM POST-LOGIN-MENU
               WHEN 11
                   PERFORM SUGGEST-CONNECTIONS
                   PERFORM POST-LOGIN-MENU
               WHEN 12
                   PERFORM VIEW-JOB-MATCHES
                   PERFORM POST-LOGIN-MENU
               WHEN 13
                   PERFORM PRINT-MY-RESUME
                   PERFORM POST-LOGIN-MENU
               WHEN 14
                   IF WS-LOGGED-ROLE = 'A'
                       PERFORM ADMIN-MENU
                   ELSE
                       MOVE "Invalid choice." TO OUTPUT-RECORD
                       PERFORM WRITE-OUTPUT
                   END-IF
                   PERFORM POST-LOGIN-MENU
               WHEN 15
                   PERFORM EVENTS-MENU
                   PERFORM POST-LOGIN-MENU
               WHEN OTHER *> if user chose anything else
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM POST-LOGIN-MENU  *> go back to post-login
           END-EVALUATE.

       *> operations menu for administrator logins: the batch jobs
       *> and the employer master maintenance live here, off limits
       *> to student and employer-rep accounts
       ADMIN-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE "-------- Admin Operations --------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Run End-of-Day Batch" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Generate Daily Activity Digest" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Run Data Reconciliation" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "4. Print Audit Journal" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "5. Generate Career Office Extract" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "6. Employer Directory Maintenance" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "7. Deactivate Account" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "8. Placement Outcomes Report" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "9. Run Retention Purge" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "10. Unlock Account" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "11. Load Inbound Job Feed" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "12. Registrar Roster Verification" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "13. Event Attendance Report" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "14. Send Targeted Announcement" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "15. Duplicate Account Scan" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "16. Merge Duplicate Accounts" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "17. Restore From Backup" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "18. Personal Records Export" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "19. Monthly Employer Statements" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "20. Moderation Review Queue" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "21. Maintain Prohibited Terms" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back to Main Menu" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           *> choices run past 9 now, so take two digits when the
           *> second character is also a digit
           IF INPUT-RECORD(2:1) >= '0' AND INPUT-RECORD(2:1) <= '9'
               MOVE INPUT-RECORD(1:2) TO WS-MAIN-CHOICE
           ELSE
               MOVE INPUT-RECORD(1:1) TO WS-MAIN-CHOICE
           END-IF
           EVALUATE WS-MAIN-CHOICE
               WHEN 1
                   PERFORM RUN-END-OF-DAY-BATCH
                   PERFORM ADMIN-MENU
               WHEN 2
                   PERFORM RUN-DAILY-DIGEST
                   PERFORM ADMIN-MENU
               WHEN 3
                   PERFORM RUN-RECONCILIATION
                   PERFORM ADMIN-MENU
               WHEN 4
                   PERFORM PRINT-AUDIT-JOURNAL
                   PERFORM ADMIN-MENU
               WHEN 5
                   PERFORM RUN-CAREER-EXTRACT
                   PERFORM ADMIN-MENU
               WHEN 6
                   PERFORM EMPLOYER-MAINT-MENU
                   PERFORM ADMIN-MENU
               WHEN 7
                   PERFORM DEACTIVATE-ACCOUNT
                   PERFORM ADMIN-MENU
               WHEN 8
                   PERFORM PLACEMENT-OUTCOMES-REPORT
                   PERFORM ADMIN-MENU
               WHEN 9
                   PERFORM RUN-RETENTION-PURGE
                   PERFORM ADMIN-MENU
               WHEN 10
                   PERFORM ADMIN-UNLOCK-ACCOUNT
                   PERFORM ADMIN-MENU
               WHEN 11
                   PERFORM RUN-INBOUND-JOB-FEED
                   PERFORM ADMIN-MENU
               WHEN 12
                   PERFORM RUN-ROSTER-VERIFICATION
                   PERFORM ADMIN-MENU
               WHEN 13
                   PERFORM EVENT-ATTENDANCE-REPORT
                   PERFORM ADMIN-MENU
               WHEN 14
                   PERFORM SEND-ANNOUNCEMENT
                   PERFORM ADMIN-MENU
               WHEN 15
                   PERFORM SCAN-DUPLICATE-ACCOUNTS
                   PERFORM ADMIN-MENU
               WHEN 16
                   PERFORM MERGE-DUPLICATE-ACCOUNTS
                   PERFORM ADMIN-MENU
               WHEN 17
                   PERFORM RESTORE-FROM-BACKUP
                   PERFORM ADMIN-MENU
               WHEN 18
                   PERFORM EXPORT-PERSONAL-RECORDS
                   PERFORM ADMIN-MENU
               WHEN 19
                   PERFORM RUN-EMPLOYER-STATEMENTS
                   PERFORM ADMIN-MENU
               WHEN 20
                   PERFORM REVIEW-HELD-ITEMS
                   PERFORM ADMIN-MENU
               WHEN 21
                   PERFORM MAINTAIN-PROHIBITED-TERMS
                   PERFORM ADMIN-MENU
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM ADMIN-MENU
           END-EVALUATE.

       *> post-login menu for employer representative accounts: they
       *> post jobs and work their own applicant lists, and keep
       *> messaging and password changes, but none of the
       *> student-side browsing or networking
       EMPLOYER-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE "-----------------------------------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Log Out" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Post a Job/Internship" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. My Postings / Applicants" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Manage Interview Slots" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "4. Messages" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "5. Change Password" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "6. Career Events" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "7. Announce to Applicants" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "8. Ranked Applicant Shortlist" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN '0'
                   PERFORM LOG-OUT-EXIT
               WHEN '1'
                   PERFORM POST-JOB
                   PERFORM EMPLOYER-MENU
               WHEN '2'
                   PERFORM VIEW-MY-POSTINGS-APPLICANTS
                   PERFORM EMPLOYER-MENU
               WHEN '3'
                   PERFORM MANAGE-INTERVIEW-SLOTS
                   PERFORM EMPLOYER-MENU
               WHEN '4'
                   PERFORM MESSAGES-MENU
                   PERFORM EMPLOYER-MENU
               WHEN '5'
                   PERFORM CHANGE-PASSWORD
                   PERFORM EMPLOYER-MENU
               WHEN '6'
                   PERFORM MANAGE-EVENTS-MENU
                   PERFORM EMPLOYER-MENU
               WHEN '7'
                   PERFORM ANNOUNCE-TO-APPLICANTS
                   PERFORM EMPLOYER-MENU
               WHEN '8'
                   PERFORM SHORTLIST-APPLICANTS
                   PERFORM EMPLOYER-MENU
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM EMPLOYER-MENU
           END-EVALUATE.

       *> GRADUATE OFFBOARDING ----------------------------------------

       *> admin-driven deactivation of a graduated account: retires
       *> the Accounts.txt record, moves the profile to
       *> ProfilesArchive.txt, clears the user's pending requests,
       *> connections, and job alerts, marks their open applications
       *> withdrawn, rejects anything of theirs still held for
       *> moderation, cancels their event sign-ups (moving the
       *> waitlist up into any seat given back), and journals every
       *> step of the cascade.
       *> RUN-RECONCILIATION only reports these orphans after the
       *> fact; this is the pass that actually cleans them up.
       DEACTIVATE-ACCOUNT.
           MOVE "-------- Deactivate Account --------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter the username to deactivate:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-DEACT-USER

           IF WS-DEACT-USER = WS-LOGGED-USER
               MOVE "You cannot deactivate your own account."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEACT-USER TO WS-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-FOUND = 'N'
               MOVE "No account on file with that username."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Deactivate " FUNCTION TRIM(WS-DEACT-USER)
                  "? (1 = deactivate, anything else cancels):"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(1:1) NOT = '1'
               MOVE "Deactivation cancelled." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM DEACT-RETIRE-ACCOUNT
           PERFORM DEACT-ARCHIVE-PROFILE
           PERFORM DEACT-PURGE-REQUESTS
           PERFORM DEACT-PURGE-CONNECTIONS
           PERFORM DEACT-PURGE-ALERTS
           PERFORM DEACT-WITHDRAW-APPS
           PERFORM DEACT-REJECT-HELD-ITEMS
           PERFORM DEACT-CANCEL-EVENT-REGS

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Account " FUNCTION TRIM(WS-DEACT-USER)
                  " has been deactivated."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> drops the retired user's record from Accounts.txt via the
       *> usual temp-file rewrite
       DEACT-RETIRE-ACCOUNT.
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT TEMP-ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-DEACT-USER
                           CONTINUE *> drop the retired record
                       ELSE
                           MOVE USER-ACC TO TEMP-USER-ACC
                           WRITE TEMP-USER-ACC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE TEMP-ACCOUNTS-FILE

           OPEN OUTPUT ACCOUNTS-FILE
           OPEN INPUT TEMP-ACCOUNTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ TEMP-ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TEMP-USER-ACC TO USER-ACC
                       WRITE USER-ACC
               END-READ
           END-PERFORM
           CLOSE TEMP-ACCOUNTS-FILE
           CLOSE ACCOUNTS-FILE

           *> the seat opens back up under the account limit
           IF WS-USER-COUNT > 0
               SUBTRACT 1 FROM WS-USER-COUNT
           END-IF

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DEACT-ACCOUNT" TO WS-AUDIT-ACTION
           MOVE WS-DEACT-USER TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "Account record retired." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> moves the retired user's profile record from the live
       *> Profiles.txt to the archive, so searches and suggestions
       *> stop serving it without the data being destroyed
       DEACT-ARCHIVE-PROFILE.
           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEACT-USER TO PROF-USERNAME
           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY
                   MOVE "No profile on file for this user."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   *> still file a bare archive row: the archive
                   *> doubles as the roster of retired usernames
                   *> the reconciliation checks against
                       CLOSE PROFILE-ARCHIVE-FILE
                       OPEN EXTEND PROFILE-ARCHIVE-FILE
                   END-IF
                   MOVE SPACES TO PROFILE-ARCHIVE-RECORD
                   MOVE WS-DEACT-USER
                       TO PROFILE-ARCHIVE-RECORD(1:20)
                   WRITE PROFILE-ARCHIVE-RECORD
                   CLOSE PROFILE-ARCHIVE-FILE
               NOT INVALID KEY
                   OPEN EXTEND PROFILE-ARCHIVE-FILE
                   IF WS-PROFILE-ARCHIVE-STATUS = "35"
                       OPEN OUTPUT PROFILE-ARCHIVE-FILE
                       CLOSE PROFILE-ARCHIVE-FILE
                       OPEN EXTEND PROFILE-ARCHIVE-FILE
                   END-IF
                   MOVE PROFILE-REC TO PROFILE-ARCHIVE-RECORD
                   WRITE PROFILE-ARCHIVE-RECORD
                   CLOSE PROFILE-ARCHIVE-FILE
                   DELETE PROFILES-FILE RECORD
                   MOVE WS-LOGGED-USER TO WS-AUDIT-USER
                   MOVE "DEACT-PROFILE" TO WS-AUDIT-ACTION
                   MOVE WS-DEACT-USER TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE "Profile moved to ProfilesArchive.txt."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
           END-READ
           CLOSE PROFILES-FILE.

       *> removes every pending request the retired user sent or was
       *> sent, WITHDRAW-SENT-REQUEST style
       DEACT-PURGE-REQUESTS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-REQUESTS-FILE
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REQUESTS-STATUS
                   NOT AT END
                       IF REQ-SENDER = WS-DEACT-USER OR
                          REQ-RECIPIENT = WS-DEACT-USER
                           ADD 1 TO WS-CASCADE-COUNT
                       ELSE
                           MOVE REQ-SENDER TO TEMP-REQ-SENDER
                           MOVE REQ-RECIPIENT TO TEMP-REQ-RECIPIENT
                           WRITE TEMP-REQUESTS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE
           CLOSE TEMP-REQUESTS-FILE

           OPEN OUTPUT REQUESTS-FILE
           OPEN INPUT TEMP-REQUESTS-FILE
           MOVE SPACES TO WS-TEMP-REQUESTS-STATUS
           PERFORM UNTIL WS-TEMP-REQUESTS-STATUS = "10"
               READ TEMP-REQUESTS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-REQUESTS-STATUS
                   NOT AT END
                       MOVE TEMP-REQ-SENDER TO REQ-SENDER
                       MOVE TEMP-REQ-RECIPIENT TO REQ-RECIPIENT
                       WRITE REQUEST-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-REQUESTS-FILE
           CLOSE REQUESTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DEACT-REQUESTS" TO WS-AUDIT-ACTION
           PERFORM BUILD-CASCADE-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Pending requests removed: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> removes every Connections.txt pair with the retired user
       *> on either side (acceptances write both directions, so both
       *> rows go)
       DEACT-PURGE-CONNECTIONS.
           MOVE 0 TO WS-CASCADE-COUNT
           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           OPEN OUTPUT TEMP-CONNECTIONS-FILE
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END
                       IF CONN-USERA = WS-DEACT-USER OR
                          CONN-USERB = WS-DEACT-USER
                           ADD 1 TO WS-CASCADE-COUNT
                       ELSE
                           MOVE CONN-USERA TO TEMP-CONN-USERA
                           MOVE CONN-USERB TO TEMP-CONN-USERB
                           WRITE TEMP-CONNECTION-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           CLOSE TEMP-CONNECTIONS-FILE

           OPEN OUTPUT CONNECTIONS-FILE
           OPEN INPUT TEMP-CONNECTIONS-FILE
           MOVE SPACES TO WS-TEMP-CONNECTIONS-STATUS
           PERFORM UNTIL WS-TEMP-CONNECTIONS-STATUS = "10"
               READ TEMP-CONNECTIONS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-CONNECTIONS-STATUS
                   NOT AT END
                       MOVE TEMP-CONN-USERA TO CONN-USERA
                       MOVE TEMP-CONN-USERB TO CONN-USERB
                       WRITE CONNECTION-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-CONNECTIONS-FILE
           CLOSE CONNECTIONS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DEACT-CONNECTIONS" TO WS-AUDIT-ACTION
           PERFORM BUILD-CASCADE-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Connection rows removed: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> removes the retired user's job alerts the same way
       *> MARK-ALERTS-VIEWED rewrites JobAlerts.txt
       DEACT-PURGE-ALERTS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE SPACES TO WS-ALERTS-STATUS
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-STATUS NOT = "00"
               CLOSE ALERTS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-ALERTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ ALERTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ALERT-USERNAME = WS-DEACT-USER
                           ADD 1 TO WS-CASCADE-COUNT
                       ELSE
                           MOVE ALERT-USERNAME TO TEMP-ALERT-USERNAME
                           MOVE ALERT-JOB-KEY TO TEMP-ALERT-JOB-KEY
                           MOVE ALERT-VIEWED TO TEMP-ALERT-VIEWED
                           MOVE ALERT-DATE TO TEMP-ALERT-DATE
                           WRITE TEMP-ALERT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERTS-FILE
           CLOSE TEMP-ALERTS-FILE

           OPEN OUTPUT ALERTS-FILE
           OPEN INPUT TEMP-ALERTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ TEMP-ALERTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TEMP-ALERT-USERNAME TO ALERT-USERNAME
                       MOVE TEMP-ALERT-JOB-KEY TO ALERT-JOB-KEY
                       MOVE TEMP-ALERT-VIEWED TO ALERT-VIEWED
                       MOVE TEMP-ALERT-DATE TO ALERT-DATE
                       WRITE ALERT-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-ALERTS-FILE
           CLOSE ALERTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DEACT-ALERTS" TO WS-AUDIT-ACTION
           PERFORM BUILD-CASCADE-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Job alerts removed: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> marks the retired user's open applications withdrawn so
       *> posters' applicant lists stop carrying live-looking rows;
       *> settled applications keep their final status
       DEACT-WITHDRAW-APPS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00" AND
              WS-APPLICATIONS-STATUS NOT = "05"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-APPLICATIONS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ APPLICATIONS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF APP-USERNAME = WS-DEACT-USER AND
                          APP-STATUS NOT = "Rejected" AND
                          APP-STATUS NOT = "Withdrawn" AND
                          APP-STATUS NOT = "Offer Accepted" AND
                          APP-STATUS NOT = "Offer Declined"
                           MOVE "Withdrawn" TO APP-STATUS
                           ADD 1 TO WS-CASCADE-COUNT
                       END-IF
                       MOVE APP-USERNAME TO TEMP-APP-USERNAME
                       MOVE APP-JOB-TITLE TO TEMP-APP-JOB-TITLE
                       MOVE APP-EMPLOYER TO TEMP-APP-EMPLOYER
                       MOVE APP-LOCATION TO TEMP-APP-LOCATION
                       MOVE APP-STATUS TO TEMP-APP-STATUS
                       WRITE TEMP-APPLICATIONS-RECORD
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE TEMP-APPLICATIONS-FILE

           OPEN OUTPUT APPLICATIONS-FILE
           OPEN INPUT TEMP-APPLICATIONS-FILE
           MOVE SPACES TO WS-TEMP-APPLICATIONS-STATUS
           PERFORM UNTIL WS-TEMP-APPLICATIONS-STATUS = "10"
               READ TEMP-APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-APPLICATIONS-STATUS
                   NOT AT END
                       MOVE TEMP-APP-USERNAME TO APP-USERNAME
                       MOVE TEMP-APP-JOB-TITLE TO APP-JOB-TITLE
                       MOVE TEMP-APP-EMPLOYER TO APP-EMPLOYER
                       MOVE TEMP-APP-LOCATION TO APP-LOCATION
                       MOVE TEMP-APP-STATUS TO APP-STATUS
                       WRITE APPLICATION-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-APPLICATIONS-FILE
           CLOSE APPLICATIONS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DEACT-APPS" TO WS-AUDIT-ACTION
           PERFORM BUILD-CASCADE-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Applications withdrawn: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> rejects every item still held that the retired user wrote
       *> or that was meant for them, so a later release can never
       *> publish to or from the retired account
       DEACT-REJECT-HELD-ITEMS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE SPACES TO WS-HELD-STATUS
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               CLOSE HELD-ITEMS-FILE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE
           OPEN OUTPUT TEMP-HELD-FILE
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-STATUS = 'H' AND
                          (HELD-AUTHOR = WS-DEACT-USER OR
                           HELD-TARGET = WS-DEACT-USER)
                           MOVE 'X' TO HELD-STATUS
                           MOVE WS-LOGGED-USER TO HELD-DECIDED-BY
                           MOVE WS-TODAY-DATE TO HELD-DECIDED-DATE
                           ADD 1 TO WS-CASCADE-COUNT
                       END-IF
                       MOVE HELD-ITEM-RECORD TO TEMP-HELD-RECORD
                       WRITE TEMP-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE
           CLOSE TEMP-HELD-FILE

           OPEN OUTPUT HELD-ITEMS-FILE
           OPEN INPUT TEMP-HELD-FILE
           MOVE SPACES TO WS-TEMP-HELD-STATUS
           PERFORM UNTIL WS-TEMP-HELD-STATUS = "10"
               READ TEMP-HELD-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-HELD-STATUS
                   NOT AT END
                       MOVE TEMP-HELD-RECORD TO HELD-ITEM-RECORD
                       WRITE HELD-ITEM-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-HELD-FILE
           CLOSE HELD-ITEMS-FILE

           IF WS-CASCADE-COUNT > 0
               PERFORM LOAD-DIGEST-COUNTERS
               ADD WS-CASCADE-COUNT TO WS-DC-CUM-DECIDED
               PERFORM SAVE-DIGEST-COUNTERS
           END-IF

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DEACT-HELD-ITEMS" TO WS-AUDIT-ACTION
           PERFORM BUILD-CASCADE-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Held items rejected: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> cancels every live sign-up (registered or waitlisted)
       *> the retired user holds, the way CANCEL-EVENT-REGISTRATION
       *> cancels one, then hands each seat given back on an
       *> upcoming event to the head of that event's waitlist
       DEACT-CANCEL-EVENT-REGS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-EVT-FREED-COUNT
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               CLOSE EVENT-REGS-FILE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE
           OPEN OUTPUT TEMP-EVENT-REGS-FILE
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-USERNAME = WS-DEACT-USER AND
                          (EREG-STATUS = 'R' OR EREG-STATUS = 'W')
                           IF EREG-STATUS = 'R'
                               PERFORM NOTE-FREED-EVENT-SEAT
                           END-IF
                           MOVE 'C' TO EREG-STATUS
                           MOVE WS-TODAY-DATE TO EREG-DATE
                           ADD 1 TO WS-CASCADE-COUNT
                       END-IF
                       PERFORM COPY-EVENT-REG-TO-TEMP
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           CLOSE TEMP-EVENT-REGS-FILE
           PERFORM COPY-TEMP-EVENT-REGS-BACK
           PERFORM PROMOTE-FREED-EVENT-SEATS

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DEACT-EVENTS" TO WS-AUDIT-ACTION
           PERFORM BUILD-CASCADE-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Event sign-ups cancelled: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> builds the journal key for a cascade step: which user was
       *> retired and how many rows the step touched
       BUILD-CASCADE-AUDIT-KEY.
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-DEACT-USER) " rows: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING.

       *> lets the logged-in user change their password; the current
       *> password must check out and the new one must pass the same
       *> VALIDATE-PASSW complexity rules REGISTRATION enforces
       CHANGE-PASSWORD.
           MOVE "--------- Change Password ---------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your current password:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-PASSW

           MOVE WS-LOGGED-USER TO WS-USERNAME
           PERFORM VERIFY-LOGIN
           IF WS-FOUND NOT = 'Y'
               MOVE "Current password is incorrect." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your new password:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-PASSW

           PERFORM VALIDATE-PASSW
           IF WS-VALID-PASSW NOT = 'Y'
               MOVE "Invalid password." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM HASH-PASSWORD

           *> swap the stored hash via the usual temp-file rewrite
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT TEMP-ACCOUNTS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-LOGGED-USER
                           MOVE WS-PASS-HASH TO PASSW
                       END-IF
                       *> layouts match, so the whole record
                       *> moves across in one group MOVE
                       MOVE USER-ACC TO TEMP-USER-ACC
                       WRITE TEMP-USER-ACC
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE TEMP-ACCOUNTS-FILE

           OPEN OUTPUT ACCOUNTS-FILE
           OPEN INPUT TEMP-ACCOUNTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ TEMP-ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TEMP-USER-ACC TO USER-ACC
                       WRITE USER-ACC
               END-READ
           END-PERFORM
           CLOSE TEMP-ACCOUNTS-FILE
           CLOSE ACCOUNTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "CHANGE-PASSWORD" TO WS-AUDIT-ACTION
           MOVE WS-LOGGED-USER TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Password changed successfully." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> DUPLICATE ACCOUNTS -------------------------------------------

       *> review scan for students who registered twice: loads every
       *> profile and reports each pair sharing the same full name,
       *> university and graduation year (case ignored) to the screen
       *> and DuplicateAccounts.txt; nothing is changed, the admin
       *> decides which pairs to fold together with the merge option
       SCAN-DUPLICATE-ACCOUNTS.
           MOVE "------ Duplicate Account Scan ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE 0 TO WS-DUP-COUNT
           MOVE 0 TO WS-DUP-PAIRS
           MOVE 0 TO WS-DUP-SKIPPED

           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               MOVE "No profiles on file to scan." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       PERFORM LOAD-DUP-SCAN-ENTRY
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE

           OPEN OUTPUT DUP-REPORT-FILE
           IF WS-DUP-REPORT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening duplicate report file "
                   WS-DUP-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE DUP-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Duplicate Account Review - "
                  WS-FORMATTED-JOB-DATE " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-DUP-REPORT-LINE

           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-COUNT
               COMPUTE WS-DUP-IDX2 = WS-DUP-IDX + 1
               PERFORM UNTIL WS-DUP-IDX2 > WS-DUP-COUNT
                   IF WS-DUP-NAME(WS-DUP-IDX) =
                      WS-DUP-NAME(WS-DUP-IDX2) AND
                      WS-DUP-UNIV(WS-DUP-IDX) =
                      WS-DUP-UNIV(WS-DUP-IDX2) AND
                      WS-DUP-GRAD(WS-DUP-IDX) =
                      WS-DUP-GRAD(WS-DUP-IDX2)
                       PERFORM WRITE-DUP-PAIR
                   END-IF
                   ADD 1 TO WS-DUP-IDX2
               END-PERFORM
           END-PERFORM

           IF WS-DUP-PAIRS = 0
               MOVE "No suspected duplicate accounts found."
                   TO OUTPUT-RECORD
               PERFORM WRITE-DUP-REPORT-LINE
           END-IF
           MOVE WS-DUP-PAIRS TO WS-DUP-PAIRS-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Suspected duplicate pairs: "
                  FUNCTION TRIM(WS-DUP-PAIRS-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-DUP-REPORT-LINE
           IF WS-DUP-SKIPPED > 0
               MOVE WS-DUP-SKIPPED TO WS-DUP-SKIPPED-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Profiles not scanned (table full): "
                      FUNCTION TRIM(WS-DUP-SKIPPED-DISPLAY)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-DUP-REPORT-LINE
           END-IF
           MOVE "---- End of Duplicate Account Review ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-DUP-REPORT-LINE
           CLOSE DUP-REPORT-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "DUP-SCAN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "pairs: " FUNCTION TRIM(WS-DUP-PAIRS-DISPLAY)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Report written to DuplicateAccounts.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> adds the profile just read to the scan table; profiles
       *> with no full name on file have nothing to match on
       LOAD-DUP-SCAN-ENTRY.
           IF PROF-FULLNAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DUP-COUNT >= WS-DUP-MAX
               ADD 1 TO WS-DUP-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUP-COUNT
           MOVE PROF-USERNAME TO WS-DUP-USER(WS-DUP-COUNT)
           MOVE FUNCTION TRIM(PROF-FULLNAME)
               TO WS-DUP-NAME(WS-DUP-COUNT)
           MOVE FUNCTION TRIM(PROF-UNIVERSITY)
               TO WS-DUP-UNIV(WS-DUP-COUNT)
           MOVE PROF-GRADYEAR TO WS-DUP-GRAD(WS-DUP-COUNT)
           INSPECT WS-DUP-NAME(WS-DUP-COUNT)
               CONVERTING WS-VER-LOWER TO WS-VER-UPPER
           INSPECT WS-DUP-UNIV(WS-DUP-COUNT)
               CONVERTING WS-VER-LOWER TO WS-VER-UPPER.

       *> reports one matching pair from the scan table
       WRITE-DUP-PAIR.
           ADD 1 TO WS-DUP-PAIRS
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Possible duplicate: "
                  FUNCTION TRIM(WS-DUP-USER(WS-DUP-IDX)) " / "
                  FUNCTION TRIM(WS-DUP-USER(WS-DUP-IDX2))
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-DUP-REPORT-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    " FUNCTION TRIM(WS-DUP-NAME(WS-DUP-IDX))
                  " | " FUNCTION TRIM(WS-DUP-UNIV(WS-DUP-IDX))
                  " | " WS-DUP-GRAD(WS-DUP-IDX)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-DUP-REPORT-LINE.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the duplicate account report
       WRITE-DUP-REPORT-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DUP-REPORT-RECORD
           WRITE DUP-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> folds a duplicate account into the one being kept: every
       *> connection, pending request, application, completed
       *> module, endorsement, message, interview booking,
       *> placement and event sign-up the duplicate holds is moved
       *> over to the
       *> survivor (rows the survivor already has are dropped rather
       *> than repeated), then the duplicate is retired through the
       *> same cascade DEACTIVATE-ACCOUNT runs
       MERGE-DUPLICATE-ACCOUNTS.
           MOVE "------ Merge Duplicate Accounts ------"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter the username to keep:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-MRG-SURVIVOR
           MOVE WS-MRG-SURVIVOR TO WS-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-FOUND = 'N'
               MOVE "No account on file with that username."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the duplicate username to fold into it:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-MRG-LOSER
           IF WS-MRG-LOSER = WS-MRG-SURVIVOR
               MOVE "An account cannot be merged into itself."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-MRG-LOSER = WS-LOGGED-USER
               MOVE "You cannot retire your own account."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-LOSER TO WS-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-FOUND = 'N'
               MOVE "No account on file with that username."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Merge " FUNCTION TRIM(WS-MRG-LOSER) " into "
                  FUNCTION TRIM(WS-MRG-SURVIVOR)
                  "? (1 = merge, anything else cancels):"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(1:1) NOT = '1'
               MOVE "Merge cancelled." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> connections go first so the request pass can drop any
           *> request between users who are now connected
           PERFORM MERGE-CONNECTIONS
           PERFORM MERGE-REQUESTS
           PERFORM MERGE-APPLICATIONS
           PERFORM MERGE-SKILLS
           PERFORM MERGE-ENDORSEMENTS
           PERFORM MERGE-MESSAGES
           PERFORM MERGE-SLOTS
           PERFORM MERGE-PLACEMENTS
           PERFORM MERGE-EVENT-REGS
           PERFORM MERGE-HELD-ITEMS

           *> whatever the duplicate still holds is cleared by the
           *> usual retirement cascade
           MOVE WS-MRG-LOSER TO WS-DEACT-USER
           PERFORM DEACT-RETIRE-ACCOUNT
           PERFORM DEACT-ARCHIVE-PROFILE
           PERFORM DEACT-PURGE-REQUESTS
           PERFORM DEACT-PURGE-CONNECTIONS
           PERFORM DEACT-PURGE-ALERTS
           PERFORM DEACT-WITHDRAW-APPS
           PERFORM DEACT-CANCEL-EVENT-REGS

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "MERGE-ACCOUNT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-MRG-LOSER) " into "
                  FUNCTION TRIM(WS-MRG-SURVIVOR)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Account " FUNCTION TRIM(WS-MRG-LOSER)
                  " has been merged into "
                  FUNCTION TRIM(WS-MRG-SURVIVOR) "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> looks WS-MRG-CANDIDATE up in the survivor's key table;
       *> WS-MRG-FOUND says whether it is already there
       MRG-FIND-KEY.
           MOVE 'N' TO WS-MRG-FOUND
           PERFORM VARYING WS-MRG-KEY-IDX FROM 1 BY 1
                   UNTIL WS-MRG-KEY-IDX > WS-MRG-KEY-COUNT
                      OR WS-MRG-FOUND = 'Y'
               IF WS-MRG-KEY(WS-MRG-KEY-IDX) = WS-MRG-CANDIDATE
                   MOVE 'Y' TO WS-MRG-FOUND
               END-IF
           END-PERFORM.

       *> as MRG-FIND-KEY, but a key not yet held is added, so a
       *> second copy of the same row is caught later in the pass;
       *> once the table is full further keys simply go unchecked
       MRG-CHECK-KEY.
           PERFORM MRG-FIND-KEY
           IF WS-MRG-FOUND = 'N' AND
              WS-MRG-KEY-COUNT < WS-MRG-KEY-MAX
               ADD 1 TO WS-MRG-KEY-COUNT
               MOVE WS-MRG-CANDIDATE TO WS-MRG-KEY(WS-MRG-KEY-COUNT)
           END-IF.

       *> counts and journals one row moved to the survivor under
       *> the action the current merge step set in WS-MRG-ACTION
       MRG-NOTE-MOVED.
           ADD 1 TO WS-CASCADE-COUNT
           MOVE WS-MRG-ACTION TO WS-MRG-JOURNAL-ACTION
           PERFORM MRG-JOURNAL-ROW.

       *> counts and journals one duplicate row dropped in the merge
       MRG-NOTE-DROPPED.
           ADD 1 TO WS-MRG-DROP-COUNT
           MOVE "MERGE-DROP-DUP" TO WS-MRG-JOURNAL-ACTION
           PERFORM MRG-JOURNAL-ROW.

       *> journal entry for one merged row: which account went into
       *> which, then the row detail the step put in WS-MRG-DETAIL
       MRG-JOURNAL-ROW.
           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE WS-MRG-JOURNAL-ACTION TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-MRG-LOSER) ">"
                  FUNCTION TRIM(WS-MRG-SURVIVOR) " "
                  FUNCTION TRIM(WS-MRG-DETAIL)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       *> end-of-step line for the admin: rows moved and duplicates
       *> dropped under the label the step set in WS-MRG-LABEL
       MRG-SHOW-STEP-COUNTS.
           MOVE WS-CASCADE-COUNT TO WS-CASCADE-DISPLAY
           MOVE WS-MRG-DROP-COUNT TO WS-MRG-DROP-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-MRG-LABEL) " moved: "
                  FUNCTION TRIM(WS-CASCADE-DISPLAY)
                  ", duplicates dropped: "
                  FUNCTION TRIM(WS-MRG-DROP-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> moves the duplicate's Connections.txt rows over: a pair
       *> the survivor already has, or the two accounts' connection
       *> to each other, is dropped
       MERGE-CONNECTIONS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE "MERGE-CONNECTION" TO WS-MRG-ACTION
           MOVE "Connection rows" TO WS-MRG-LABEL
           PERFORM MRG-LOAD-CONNECTION-KEYS

           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           OPEN OUTPUT TEMP-CONNECTIONS-FILE
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END
                       IF CONN-USERA = WS-MRG-LOSER OR
                          CONN-USERB = WS-MRG-LOSER
                           PERFORM MRG-MOVE-CONNECTION
                       ELSE
                           MOVE CONNECTION-REC TO TEMP-CONNECTION-REC
                           WRITE TEMP-CONNECTION-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           CLOSE TEMP-CONNECTIONS-FILE

           OPEN OUTPUT CONNECTIONS-FILE
           OPEN INPUT TEMP-CONNECTIONS-FILE
           MOVE SPACES TO WS-TEMP-CONNECTIONS-STATUS
           PERFORM UNTIL WS-TEMP-CONNECTIONS-STATUS = "10"
               READ TEMP-CONNECTIONS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-CONNECTIONS-STATUS
                   NOT AT END
                       MOVE TEMP-CONNECTION-REC TO CONNECTION-REC
                       WRITE CONNECTION-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-CONNECTIONS-FILE
           CLOSE CONNECTIONS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> loads a key for every connection row the survivor is on;
       *> the request pass uses the same keys to spot requests
       *> between users who are already connected
       MRG-LOAD-CONNECTION-KEYS.
           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END
                       IF CONN-USERA = WS-MRG-SURVIVOR OR
                          CONN-USERB = WS-MRG-SURVIVOR
                           MOVE SPACES TO WS-MRG-CANDIDATE
                           STRING "C" CONN-USERA CONN-USERB
                               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
                           END-STRING
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE.

       *> rewrites one of the duplicate's connection rows under the
       *> survivor, or drops it
       MRG-MOVE-CONNECTION.
           IF CONN-USERA = WS-MRG-LOSER
               MOVE WS-MRG-SURVIVOR TO CONN-USERA
           END-IF
           IF CONN-USERB = WS-MRG-LOSER
               MOVE WS-MRG-SURVIVOR TO CONN-USERB
           END-IF
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "connection " FUNCTION TRIM(CONN-USERA) "/"
                  FUNCTION TRIM(CONN-USERB)
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           IF CONN-USERA = CONN-USERB
               PERFORM MRG-NOTE-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "C" CONN-USERA CONN-USERB
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
           ELSE
               MOVE CONNECTION-REC TO TEMP-CONNECTION-REC
               WRITE TEMP-CONNECTION-REC
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> moves the duplicate's pending requests over; a request
       *> the survivor already has (either direction), one to
       *> someone the survivor is now connected to, or one between
       *> the two merged accounts is dropped
       MERGE-REQUESTS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE "MERGE-REQUEST" TO WS-MRG-ACTION
           MOVE "Pending requests" TO WS-MRG-LABEL
           PERFORM MRG-LOAD-CONNECTION-KEYS

           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REQUESTS-STATUS
                   NOT AT END
                       IF REQ-SENDER = WS-MRG-SURVIVOR OR
                          REQ-RECIPIENT = WS-MRG-SURVIVOR
                           MOVE SPACES TO WS-MRG-CANDIDATE
                           STRING "R" REQ-SENDER REQ-RECIPIENT
                               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
                           END-STRING
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE

           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           OPEN OUTPUT TEMP-REQUESTS-FILE
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REQUESTS-STATUS
                   NOT AT END
                       IF REQ-SENDER = WS-MRG-LOSER OR
                          REQ-RECIPIENT = WS-MRG-LOSER
                           PERFORM MRG-MOVE-REQUEST
                       ELSE
                           MOVE REQ-SENDER TO TEMP-REQ-SENDER
                           MOVE REQ-RECIPIENT TO TEMP-REQ-RECIPIENT
                           WRITE TEMP-REQUESTS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE
           CLOSE TEMP-REQUESTS-FILE

           OPEN OUTPUT REQUESTS-FILE
           OPEN INPUT TEMP-REQUESTS-FILE
           MOVE SPACES TO WS-TEMP-REQUESTS-STATUS
           PERFORM UNTIL WS-TEMP-REQUESTS-STATUS = "10"
               READ TEMP-REQUESTS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-REQUESTS-STATUS
                   NOT AT END
                       MOVE TEMP-REQ-SENDER TO REQ-SENDER
                       MOVE TEMP-REQ-RECIPIENT TO REQ-RECIPIENT
                       WRITE REQUEST-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-REQUESTS-FILE
           CLOSE REQUESTS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> rewrites one of the duplicate's pending requests under the
       *> survivor, or drops it
       MRG-MOVE-REQUEST.
           IF REQ-SENDER = WS-MRG-LOSER
               MOVE WS-MRG-SURVIVOR TO REQ-SENDER
           END-IF
           IF REQ-RECIPIENT = WS-MRG-LOSER
               MOVE WS-MRG-SURVIVOR TO REQ-RECIPIENT
           END-IF
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "request " FUNCTION TRIM(REQ-SENDER) "/"
                  FUNCTION TRIM(REQ-RECIPIENT)
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           IF REQ-SENDER = REQ-RECIPIENT
               PERFORM MRG-NOTE-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "C" REQ-SENDER REQ-RECIPIENT
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-FIND-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "R" REQ-RECIPIENT REQ-SENDER
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-FIND-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "R" REQ-SENDER REQ-RECIPIENT
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
           ELSE
               MOVE REQ-SENDER TO TEMP-REQ-SENDER
               MOVE REQ-RECIPIENT TO TEMP-REQ-RECIPIENT
               WRITE TEMP-REQUESTS-RECORD
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> moves the duplicate's applications over; where the
       *> survivor already applied to the same posting the
       *> survivor's row, and its status, is the one kept
       MERGE-APPLICATIONS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE "MERGE-APPLICATION" TO WS-MRG-ACTION
           MOVE "Applications" TO WS-MRG-LABEL

           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00" AND
              WS-APPLICATIONS-STATUS NOT = "05"
               CLOSE APPLICATIONS-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       IF APP-USERNAME = WS-MRG-SURVIVOR
                           MOVE SPACES TO WS-MRG-CANDIDATE
                           STRING "A" APP-JOB-TITLE APP-EMPLOYER
                                  APP-LOCATION
                               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
                           END-STRING
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           OPEN OUTPUT TEMP-APPLICATIONS-FILE
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       IF APP-USERNAME = WS-MRG-LOSER
                           PERFORM MRG-MOVE-APPLICATION
                       ELSE
                           MOVE APPLICATION-RECORD
                               TO TEMP-APPLICATIONS-RECORD
                           WRITE TEMP-APPLICATIONS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE TEMP-APPLICATIONS-FILE

           OPEN OUTPUT APPLICATIONS-FILE
           OPEN INPUT TEMP-APPLICATIONS-FILE
           MOVE SPACES TO WS-TEMP-APPLICATIONS-STATUS
           PERFORM UNTIL WS-TEMP-APPLICATIONS-STATUS = "10"
               READ TEMP-APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-APPLICATIONS-STATUS
                   NOT AT END
                       MOVE TEMP-APPLICATIONS-RECORD
                           TO APPLICATION-RECORD
                       WRITE APPLICATION-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-APPLICATIONS-FILE
           CLOSE APPLICATIONS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> rewrites one of the duplicate's applications under the
       *> survivor, or drops it
       MRG-MOVE-APPLICATION.
           MOVE WS-MRG-SURVIVOR TO APP-USERNAME
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "application " FUNCTION TRIM(APP-JOB-TITLE) " @ "
                  FUNCTION TRIM(APP-EMPLOYER)
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "A" APP-JOB-TITLE APP-EMPLOYER APP-LOCATION
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
           ELSE
               MOVE APPLICATION-RECORD TO TEMP-APPLICATIONS-RECORD
               WRITE TEMP-APPLICATIONS-RECORD
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> moves the duplicate's completed training modules over; a
       *> module the survivor has also completed is dropped
       MERGE-SKILLS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE "MERGE-SKILL" TO WS-MRG-ACTION
           MOVE "Completed modules" TO WS-MRG-LABEL

           MOVE SPACES TO WS-SKILLS-STATUS
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
               CLOSE SKILLS-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SKILLS-STATUS = "10"
               READ SKILLS-FILE
                   AT END
                       MOVE "10" TO WS-SKILLS-STATUS
                   NOT AT END
                       IF SKILL-USERNAME = WS-MRG-SURVIVOR
                           MOVE SPACES TO WS-MRG-CANDIDATE
                           STRING "K" SKILL-NAME
                               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
                           END-STRING
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE

           MOVE SPACES TO WS-SKILLS-STATUS
           OPEN INPUT SKILLS-FILE
           OPEN OUTPUT TEMP-SKILLS-FILE
           PERFORM UNTIL WS-SKILLS-STATUS = "10"
               READ SKILLS-FILE
                   AT END
                       MOVE "10" TO WS-SKILLS-STATUS
                   NOT AT END
                       IF SKILL-USERNAME = WS-MRG-LOSER
                           PERFORM MRG-MOVE-SKILL
                       ELSE
                           MOVE SKILL-RECORD TO TEMP-SKILL-RECORD
                           WRITE TEMP-SKILL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           CLOSE TEMP-SKILLS-FILE

           OPEN OUTPUT SKILLS-FILE
           OPEN INPUT TEMP-SKILLS-FILE
           MOVE SPACES TO WS-TEMP-SKILLS-STATUS
           PERFORM UNTIL WS-TEMP-SKILLS-STATUS = "10"
               READ TEMP-SKILLS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-SKILLS-STATUS
                   NOT AT END
                       MOVE TEMP-SKILL-RECORD TO SKILL-RECORD
                       WRITE SKILL-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-SKILLS-FILE
           CLOSE SKILLS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> rewrites one of the duplicate's module rows under the
       *> survivor, or drops it
       MRG-MOVE-SKILL.
           MOVE WS-MRG-SURVIVOR TO SKILL-USERNAME
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "module " FUNCTION TRIM(SKILL-NAME)
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "K" SKILL-NAME
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
           ELSE
               MOVE SKILL-RECORD TO TEMP-SKILL-RECORD
               WRITE TEMP-SKILL-RECORD
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> moves endorsements and recommendations the duplicate
       *> received or wrote; a repeat of one the survivor already
       *> has, or one the two accounts wrote each other, is dropped
       MERGE-ENDORSEMENTS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE "MERGE-ENDORSEMENT" TO WS-MRG-ACTION
           MOVE "Endorsements" TO WS-MRG-LABEL

           MOVE SPACES TO WS-ENDORSE-STATUS
           OPEN INPUT ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS NOT = "00"
               CLOSE ENDORSEMENTS-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENDORSE-STATUS = "10"
               READ ENDORSEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-ENDORSE-STATUS
                   NOT AT END
                       IF END-USERNAME = WS-MRG-SURVIVOR OR
                          END-FROM = WS-MRG-SURVIVOR
                           PERFORM MRG-BUILD-ENDORSE-KEY
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE

           MOVE SPACES TO WS-ENDORSE-STATUS
           OPEN INPUT ENDORSEMENTS-FILE
           OPEN OUTPUT TEMP-ENDORSE-FILE
           PERFORM UNTIL WS-ENDORSE-STATUS = "10"
               READ ENDORSEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-ENDORSE-STATUS
                   NOT AT END
                       IF END-USERNAME = WS-MRG-LOSER OR
                          END-FROM = WS-MRG-LOSER
                           PERFORM MRG-MOVE-ENDORSEMENT
                       ELSE
                           MOVE ENDORSE-RECORD TO TEMP-ENDORSE-RECORD
                           WRITE TEMP-ENDORSE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE
           CLOSE TEMP-ENDORSE-FILE

           OPEN OUTPUT ENDORSEMENTS-FILE
           OPEN INPUT TEMP-ENDORSE-FILE
           MOVE SPACES TO WS-TEMP-ENDORSE-STATUS
           PERFORM UNTIL WS-TEMP-ENDORSE-STATUS = "10"
               READ TEMP-ENDORSE-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-ENDORSE-STATUS
                   NOT AT END
                       MOVE TEMP-ENDORSE-RECORD TO ENDORSE-RECORD
                       WRITE ENDORSE-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-ENDORSE-FILE
           CLOSE ENDORSEMENTS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> an endorsement is the same one again when the endorsed
       *> user, writer, type, skill and text all match
       MRG-BUILD-ENDORSE-KEY.
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "E" END-USERNAME END-FROM END-TYPE END-SKILL
                  END-TEXT
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING.

       *> rewrites one endorsement row under the survivor, or drops
       *> it
       MRG-MOVE-ENDORSEMENT.
           IF END-USERNAME = WS-MRG-LOSER
               MOVE WS-MRG-SURVIVOR TO END-USERNAME
           END-IF
           IF END-FROM = WS-MRG-LOSER
               MOVE WS-MRG-SURVIVOR TO END-FROM
           END-IF
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "endorsement " FUNCTION TRIM(END-FROM) ">"
                  FUNCTION TRIM(END-USERNAME) " " END-TYPE " "
                  FUNCTION TRIM(END-SKILL)
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           IF END-USERNAME = END-FROM
               PERFORM MRG-NOTE-DROPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM MRG-BUILD-ENDORSE-KEY
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
           ELSE
               MOVE ENDORSE-RECORD TO TEMP-ENDORSE-RECORD
               WRITE TEMP-ENDORSE-RECORD
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> re-addresses the duplicate's sent and received messages to
       *> the survivor; messages are history, so none are dropped
       MERGE-MESSAGES.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE "MERGE-MESSAGE" TO WS-MRG-ACTION
           MOVE "Messages" TO WS-MRG-LABEL

           MOVE SPACES TO WS-MESSAGES-STATUS
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               CLOSE MESSAGES-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-MESSAGES-FILE
           PERFORM UNTIL WS-MESSAGES-STATUS = "10"
               READ MESSAGES-FILE
                   AT END
                       MOVE "10" TO WS-MESSAGES-STATUS
                   NOT AT END
                       IF MSG-SENDER = WS-MRG-LOSER OR
                          MSG-RECEIVER = WS-MRG-LOSER
                           IF MSG-SENDER = WS-MRG-LOSER
                               MOVE WS-MRG-SURVIVOR TO MSG-SENDER
                           END-IF
                           IF MSG-RECEIVER = WS-MRG-LOSER
                               MOVE WS-MRG-SURVIVOR TO MSG-RECEIVER
                           END-IF
                           MOVE SPACES TO WS-MRG-DETAIL
                           STRING "message " FUNCTION TRIM(MSG-SENDER)
                                  ">" FUNCTION TRIM(MSG-RECEIVER) " "
                                  MSG-TIMESTAMP
                               DELIMITED BY SIZE INTO WS-MRG-DETAIL
                           END-STRING
                           PERFORM MRG-NOTE-MOVED
                       END-IF
                       MOVE MESSAGE-RECORD TO TEMP-MESSAGE-RECORD
                       WRITE TEMP-MESSAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           CLOSE TEMP-MESSAGES-FILE

           OPEN OUTPUT MESSAGES-FILE
           OPEN INPUT TEMP-MESSAGES-FILE
           MOVE SPACES TO WS-TEMP-MESSAGES-STATUS
           PERFORM UNTIL WS-TEMP-MESSAGES-STATUS = "10"
               READ TEMP-MESSAGES-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-MESSAGES-STATUS
                   NOT AT END
                       MOVE TEMP-MESSAGE-RECORD TO MESSAGE-RECORD
                       WRITE MESSAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-MESSAGES-FILE
           CLOSE MESSAGES-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> moves the duplicate's interview bookings over; where the
       *> survivor already holds a booked slot on the same posting
       *> the duplicate's slot is released back to open instead, and
       *> past no-show rows move across as they are
       MERGE-SLOTS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE "MERGE-SLOT" TO WS-MRG-ACTION
           MOVE "Interview bookings" TO WS-MRG-LABEL

           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS NOT = "00"
               CLOSE SLOTS-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SLOTS-STATUS = "10"
               READ SLOTS-FILE
                   AT END
                       MOVE "10" TO WS-SLOTS-STATUS
                   NOT AT END
                       IF SLOT-APPLICANT = WS-MRG-SURVIVOR AND
                          SLOT-STATUS = 'B'
                           MOVE SPACES TO WS-MRG-CANDIDATE
                           STRING "S" SLOT-JOB-KEY
                               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
                           END-STRING
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE

           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           OPEN OUTPUT TEMP-SLOTS-FILE
           PERFORM UNTIL WS-SLOTS-STATUS = "10"
               READ SLOTS-FILE
                   AT END
                       MOVE "10" TO WS-SLOTS-STATUS
                   NOT AT END
                       IF SLOT-APPLICANT = WS-MRG-LOSER
                           PERFORM MRG-MOVE-SLOT
                       END-IF
                       MOVE SLOT-RECORD TO TEMP-SLOT-RECORD
                       WRITE TEMP-SLOT-RECORD
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE
           CLOSE TEMP-SLOTS-FILE

           OPEN OUTPUT SLOTS-FILE
           OPEN INPUT TEMP-SLOTS-FILE
           MOVE SPACES TO WS-TEMP-SLOTS-STATUS
           PERFORM UNTIL WS-TEMP-SLOTS-STATUS = "10"
               READ TEMP-SLOTS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-SLOTS-STATUS
                   NOT AT END
                       MOVE TEMP-SLOT-RECORD TO SLOT-RECORD
                       WRITE SLOT-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-SLOTS-FILE
           CLOSE SLOTS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> hands one of the duplicate's slots to the survivor, or
       *> opens it back up when it would be a second booking on the
       *> same posting; the caller writes the row either way
       MRG-MOVE-SLOT.
           MOVE WS-MRG-SURVIVOR TO SLOT-APPLICANT
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "slot " SLOT-DATE " " SLOT-TIME " "
                  FUNCTION TRIM(SLOT-JOB-KEY(1:100))
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           IF SLOT-STATUS NOT = 'B'
               PERFORM MRG-NOTE-MOVED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "S" SLOT-JOB-KEY
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               MOVE SPACES TO SLOT-APPLICANT
               MOVE 'O' TO SLOT-STATUS
               PERFORM MRG-NOTE-DROPPED
           ELSE
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> moves the duplicate's placement rows over; a placement the
       *> survivor already has for the same job is dropped
       MERGE-PLACEMENTS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE "MERGE-PLACEMENT" TO WS-MRG-ACTION
           MOVE "Placements" TO WS-MRG-LABEL

           MOVE SPACES TO WS-PLACEMENTS-STATUS
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS NOT = "00"
               CLOSE PLACEMENTS-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLACEMENTS-STATUS = "10"
               READ PLACEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-PLACEMENTS-STATUS
                   NOT AT END
                       IF PLACE-USERNAME = WS-MRG-SURVIVOR
                           MOVE SPACES TO WS-MRG-CANDIDATE
                           STRING "P" PLACE-JOB-TITLE PLACE-EMPLOYER
                               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
                           END-STRING
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLACEMENTS-FILE

           MOVE SPACES TO WS-PLACEMENTS-STATUS
           OPEN INPUT PLACEMENTS-FILE
           OPEN OUTPUT TEMP-PLACEMENTS-FILE
           PERFORM UNTIL WS-PLACEMENTS-STATUS = "10"
               READ PLACEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-PLACEMENTS-STATUS
                   NOT AT END
                       IF PLACE-USERNAME = WS-MRG-LOSER
                           PERFORM MRG-MOVE-PLACEMENT
                       ELSE
                           MOVE PLACEMENT-RECORD
                               TO TEMP-PLACEMENT-RECORD
                           WRITE TEMP-PLACEMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLACEMENTS-FILE
           CLOSE TEMP-PLACEMENTS-FILE

           OPEN OUTPUT PLACEMENTS-FILE
           OPEN INPUT TEMP-PLACEMENTS-FILE
           MOVE SPACES TO WS-TEMP-PLACEMENTS-STATUS
           PERFORM UNTIL WS-TEMP-PLACEMENTS-STATUS = "10"
               READ TEMP-PLACEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-PLACEMENTS-STATUS
                   NOT AT END
                       MOVE TEMP-PLACEMENT-RECORD TO PLACEMENT-RECORD
                       WRITE PLACEMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-PLACEMENTS-FILE
           CLOSE PLACEMENTS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> rewrites one of the duplicate's placements under the
       *> survivor, or drops it
       MRG-MOVE-PLACEMENT.
           MOVE WS-MRG-SURVIVOR TO PLACE-USERNAME
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "placement " FUNCTION TRIM(PLACE-JOB-TITLE) " @ "
                  FUNCTION TRIM(PLACE-EMPLOYER)
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "P" PLACE-JOB-TITLE PLACE-EMPLOYER
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               PERFORM MRG-NOTE-DROPPED
           ELSE
               MOVE PLACEMENT-RECORD TO TEMP-PLACEMENT-RECORD
               WRITE TEMP-PLACEMENT-RECORD
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> moves the duplicate's live event sign-ups over; where the
       *> survivor is already registered or waitlisted for the same
       *> event the duplicate's row is cancelled instead, and a seat
       *> it gave back goes to the head of that event's waitlist
       MERGE-EVENT-REGS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE 0 TO WS-MRG-KEY-COUNT
           MOVE 0 TO WS-EVT-FREED-COUNT
           MOVE "MERGE-EVENT-REG" TO WS-MRG-ACTION
           MOVE "Event sign-ups" TO WS-MRG-LABEL

           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               CLOSE EVENT-REGS-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-USERNAME = WS-MRG-SURVIVOR AND
                          (EREG-STATUS = 'R' OR EREG-STATUS = 'W')
                           MOVE SPACES TO WS-MRG-CANDIDATE
                           STRING "E" EREG-EVENT-ID
                               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
                           END-STRING
                           PERFORM MRG-CHECK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           OPEN OUTPUT TEMP-EVENT-REGS-FILE
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-USERNAME = WS-MRG-LOSER AND
                          (EREG-STATUS = 'R' OR EREG-STATUS = 'W')
                           PERFORM MRG-MOVE-EVENT-REG
                       END-IF
                       PERFORM COPY-EVENT-REG-TO-TEMP
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           CLOSE TEMP-EVENT-REGS-FILE
           PERFORM COPY-TEMP-EVENT-REGS-BACK
           PERFORM PROMOTE-FREED-EVENT-SEATS
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> hands one of the duplicate's live sign-ups to the
       *> survivor, or cancels it when the survivor already has a
       *> live sign-up for that event; the caller writes the row
       *> either way
       MRG-MOVE-EVENT-REG.
           MOVE SPACES TO WS-MRG-DETAIL
           STRING "event " EREG-EVENT-ID " (" EREG-STATUS ")"
               DELIMITED BY SIZE INTO WS-MRG-DETAIL
           END-STRING
           MOVE SPACES TO WS-MRG-CANDIDATE
           STRING "E" EREG-EVENT-ID
               DELIMITED BY SIZE INTO WS-MRG-CANDIDATE
           END-STRING
           PERFORM MRG-CHECK-KEY
           IF WS-MRG-FOUND = 'Y'
               IF EREG-STATUS = 'R'
                   PERFORM NOTE-FREED-EVENT-SEAT
               END-IF
               MOVE 'C' TO EREG-STATUS
               MOVE WS-TODAY-DATE TO EREG-DATE
               PERFORM MRG-NOTE-DROPPED
           ELSE
               MOVE WS-MRG-SURVIVOR TO EREG-USERNAME
               PERFORM MRG-NOTE-MOVED
           END-IF.

       *> re-addresses the duplicate's held items, as author or as
       *> recipient, to the survivor so a later release publishes
       *> them under the surviving account; none are dropped
       MERGE-HELD-ITEMS.
           MOVE 0 TO WS-CASCADE-COUNT
           MOVE 0 TO WS-MRG-DROP-COUNT
           MOVE "MERGE-HELD-ITEM" TO WS-MRG-ACTION
           MOVE "Held items" TO WS-MRG-LABEL

           MOVE SPACES TO WS-HELD-STATUS
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               CLOSE HELD-ITEMS-FILE
               PERFORM MRG-SHOW-STEP-COUNTS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-HELD-FILE
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-AUTHOR = WS-MRG-LOSER OR
                          HELD-TARGET = WS-MRG-LOSER
                           IF HELD-AUTHOR = WS-MRG-LOSER
                               MOVE WS-MRG-SURVIVOR TO HELD-AUTHOR
                           END-IF
                           IF HELD-TARGET = WS-MRG-LOSER
                               MOVE WS-MRG-SURVIVOR TO HELD-TARGET
                           END-IF
                           MOVE HELD-ID TO WS-MOD-ID-DISPLAY
                           MOVE SPACES TO WS-MRG-DETAIL
                           STRING "held item "
                                  FUNCTION TRIM(WS-MOD-ID-DISPLAY)
                               DELIMITED BY SIZE INTO WS-MRG-DETAIL
                           END-STRING
                           PERFORM MRG-NOTE-MOVED
                       END-IF
                       MOVE HELD-ITEM-RECORD TO TEMP-HELD-RECORD
                       WRITE TEMP-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE
           CLOSE TEMP-HELD-FILE

           OPEN OUTPUT HELD-ITEMS-FILE
           OPEN INPUT TEMP-HELD-FILE
           MOVE SPACES TO WS-TEMP-HELD-STATUS
           PERFORM UNTIL WS-TEMP-HELD-STATUS = "10"
               READ TEMP-HELD-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-HELD-STATUS
                   NOT AT END
                       MOVE TEMP-HELD-RECORD TO HELD-ITEM-RECORD
                       WRITE HELD-ITEM-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-HELD-FILE
           CLOSE HELD-ITEMS-FILE
           PERFORM MRG-SHOW-STEP-COUNTS.

       *> PERSONAL RECORDS ---------------------------------------------

       *> subject access request: gathers everything held about one
       *> user, from the live files and from every retention archive
       *> listed in ArchiveRegister.txt, into PersonalRecords.txt,
       *> one section per source with a count table at the end. The
       *> account need not still exist, a retired user's data lives
       *> on in the archives. Password and security answer hashes
       *> are never exported
       EXPORT-PERSONAL-RECORDS.
           MOVE "------ Personal Records Export ------"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter the username to export:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:20) TO WS-PR-USER
           IF WS-PR-USER = SPACES
               MOVE "No username entered." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-USER TO WS-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-FOUND = 'N'
               MOVE
               "No live account; exporting archived records only."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF

           OPEN OUTPUT RECORDS-REPORT-FILE
           IF WS-RECORDS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening personal records file "
                   WS-RECORDS-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE RECORDS-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM INITIALIZE-PR-SOURCES

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE "---- Personal Records Export ----" TO OUTPUT-RECORD
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Subject:  " FUNCTION TRIM(WS-PR-USER)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Prepared: " WS-FORMATTED-JOB-DATE " by "
                  FUNCTION TRIM(WS-LOGGED-USER)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE

           PERFORM PR-EXPORT-ACCOUNT
           PERFORM PR-EXPORT-PROFILE
           PERFORM PR-EXPORT-CONNECTIONS
           PERFORM PR-EXPORT-REQUESTS
           PERFORM PR-EXPORT-MESSAGES
           PERFORM PR-EXPORT-ARCHIVED-MESSAGES
           PERFORM PR-EXPORT-APPLICATIONS
           PERFORM PR-EXPORT-SLOTS
           PERFORM PR-EXPORT-PLACEMENTS
           PERFORM PR-EXPORT-SKILLS
           PERFORM PR-EXPORT-ENDORSEMENTS
           PERFORM PR-EXPORT-ALERTS
           PERFORM PR-EXPORT-ARCHIVED-ALERTS
           PERFORM PR-EXPORT-AUDIT
           PERFORM PR-EXPORT-ARCHIVED-AUDIT
           PERFORM PR-EXPORT-HELD-ITEMS
           PERFORM PR-EXPORT-EVENT-REGS
           PERFORM PR-WRITE-SUMMARY

           MOVE "---- End of Personal Records Export ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-RECORDS-LINE
           CLOSE RECORDS-REPORT-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "RECORDS-REQUEST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-PR-USER) " records: "
                  FUNCTION TRIM(WS-PR-TOTAL-DISPLAY)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Export written to PersonalRecords.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> names the export's sources in the order they are printed
       *> and clears their counts
       INITIALIZE-PR-SOURCES.
           MOVE "Account" TO WS-PR-SRC-LABEL(1)
           MOVE "Profile" TO WS-PR-SRC-LABEL(2)
           MOVE "Connections" TO WS-PR-SRC-LABEL(3)
           MOVE "Pending connection requests" TO WS-PR-SRC-LABEL(4)
           MOVE "Messages" TO WS-PR-SRC-LABEL(5)
           MOVE "Archived messages" TO WS-PR-SRC-LABEL(6)
           MOVE "Job applications" TO WS-PR-SRC-LABEL(7)
           MOVE "Interview slots" TO WS-PR-SRC-LABEL(8)
           MOVE "Placements" TO WS-PR-SRC-LABEL(9)
           MOVE "Completed skills" TO WS-PR-SRC-LABEL(10)
           MOVE "Endorsements received" TO WS-PR-SRC-LABEL(11)
           MOVE "Endorsements given" TO WS-PR-SRC-LABEL(12)
           MOVE "Job alerts" TO WS-PR-SRC-LABEL(13)
           MOVE "Archived job alerts" TO WS-PR-SRC-LABEL(14)
           MOVE "Audit journal entries" TO WS-PR-SRC-LABEL(15)
           MOVE "Archived audit journal entries"
               TO WS-PR-SRC-LABEL(16)
           MOVE "Items held for moderation" TO WS-PR-SRC-LABEL(17)
           MOVE "Event registrations" TO WS-PR-SRC-LABEL(18)
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-SRC-COUNT
               MOVE 0 TO WS-PR-SRC-ROWS(WS-PR-IDX)
           END-PERFORM
           MOVE 0 TO WS-PR-TOTAL.

       *> prints the heading of source WS-PR-SRC-NUM
       PR-START-SECTION.
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-RECORDS-LINE
           MOVE WS-PR-SRC-NUM TO WS-PR-ROWS-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "[" FUNCTION TRIM(WS-PR-ROWS-DISPLAY) "] "
                  FUNCTION TRIM(WS-PR-SRC-LABEL(WS-PR-SRC-NUM))
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> closes off source WS-PR-SRC-NUM, saying so when nothing
       *> was found in it
       PR-END-SECTION.
           IF WS-PR-SRC-ROWS(WS-PR-SRC-NUM) = 0
               MOVE "  None on file." TO OUTPUT-RECORD
               PERFORM WRITE-RECORDS-LINE
           END-IF.

       *> account settings, less the two hashes
       PR-EXPORT-ACCOUNT.
           MOVE 1 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE 'N' TO EOF
           MOVE SPACES TO WS-ACCOUNTS-STATUS
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNTS-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF USERNAME = WS-PR-USER
                           PERFORM PR-PRINT-ACCOUNT
                           MOVE 'Y' TO EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM PR-END-SECTION.

       *> prints the account row just read from Accounts.txt
       PR-PRINT-ACCOUNT.
           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
           EVALUATE ACCT-ROLE
               WHEN 'E'
                   MOVE "Employer / recruiter" TO WS-PR-ROLE
               WHEN 'A'
                   MOVE "Administrator" TO WS-PR-ROLE
               WHEN OTHER
                   MOVE "Student" TO WS-PR-ROLE
           END-EVALUATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Username: " FUNCTION TRIM(USERNAME)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Role: " FUNCTION TRIM(WS-PR-ROLE)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           IF ACCT-LOCKED = 'Y'
               MOVE "  Locked: Yes" TO OUTPUT-RECORD
           ELSE
               MOVE "  Locked: No" TO OUTPUT-RECORD
           END-IF
           PERFORM WRITE-RECORDS-LINE
           MOVE 0 TO WS-PR-ROWS-DISPLAY
           IF ACCT-FAIL-COUNT NUMERIC
               MOVE ACCT-FAIL-COUNT TO WS-PR-ROWS-DISPLAY
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Failed sign-in attempts: "
                  FUNCTION TRIM(WS-PR-ROWS-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Security question: "
                  FUNCTION TRIM(ACCT-SEC-QUESTION)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE
           "  Password and security answer are held only as hashes."
               TO OUTPUT-RECORD
           PERFORM WRITE-RECORDS-LINE.

       *> the live profile, or the archived image of a retired one
       PR-EXPORT-PROFILE.
           MOVE 2 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS = "00"
               MOVE WS-PR-USER TO PROF-USERNAME
               READ PROFILES-FILE
                   KEY IS PROF-USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROFILE-REC TO WS-PROF-REC
                       MOVE "  Source: live profile" TO OUTPUT-RECORD
                       PERFORM WRITE-RECORDS-LINE
                       PERFORM PR-PRINT-PROFILE
               END-READ
           END-IF
           CLOSE PROFILES-FILE

           IF WS-PR-SRC-ROWS(WS-PR-SRC-NUM) = 0
               MOVE SPACES TO WS-PROFILE-ARCHIVE-STATUS
               OPEN INPUT PROFILE-ARCHIVE-FILE
               IF WS-PROFILE-ARCHIVE-STATUS NOT = "00"
                   MOVE "10" TO WS-PROFILE-ARCHIVE-STATUS
               END-IF
               PERFORM UNTIL WS-PROFILE-ARCHIVE-STATUS = "10"
                   READ PROFILE-ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-PROFILE-ARCHIVE-STATUS
                       NOT AT END
                           IF PROFILE-ARCHIVE-RECORD(1:20) =
                              WS-PR-USER
                               MOVE PROFILE-ARCHIVE-RECORD
                                   TO WS-PROF-REC
                               MOVE "  Source: archived profile"
                                   TO OUTPUT-RECORD
                               PERFORM WRITE-RECORDS-LINE
                               PERFORM PR-PRINT-PROFILE
                               MOVE "10" TO WS-PROFILE-ARCHIVE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-ARCHIVE-FILE
           END-IF
           PERFORM PR-END-SECTION.

       *> prints the profile staged in WS-PROF-REC; a bare archive
       *> row (no profile was ever saved) prints as blanks
       PR-PRINT-PROFILE.
           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Name: " FUNCTION TRIM(WS-FULLNAME)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  University: " FUNCTION TRIM(WS-UNIVERSITY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Major: " FUNCTION TRIM(WS-MAJOR)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Graduation Year: " WS-GRADYEAR
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           IF WS-ABOUTME NOT = SPACES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  About Me: " FUNCTION TRIM(WS-ABOUTME)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-RECORDS-LINE
           END-IF
           IF WS-EXP-COUNT NOT NUMERIC
               MOVE 0 TO WS-EXP-COUNT
           END-IF
           IF WS-EDU-COUNT NOT NUMERIC
               MOVE 0 TO WS-EDU-COUNT
           END-IF
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
                      OR WS-EXP-IDX > 3
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Experience: "
                      FUNCTION TRIM(WS-EXP-TITLE(WS-EXP-IDX)) ", "
                      FUNCTION TRIM(WS-EXP-COMPANY(WS-EXP-IDX)) " ("
                      FUNCTION TRIM(WS-EXP-DATES(WS-EXP-IDX)) ")"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-RECORDS-LINE
               IF WS-EXP-DESCRIPTION(WS-EXP-IDX) NOT = SPACES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "    "
                       FUNCTION TRIM(WS-EXP-DESCRIPTION(WS-EXP-IDX))
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EDU-IDX FROM 1 BY 1
                   UNTIL WS-EDU-IDX > WS-EDU-COUNT
                      OR WS-EDU-IDX > 3
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Education: "
                      FUNCTION TRIM(WS-EDU-DEGREE(WS-EDU-IDX)) ", "
                      FUNCTION TRIM(WS-EDU-UNIVERSITY(WS-EDU-IDX))
                      " (" FUNCTION TRIM(WS-EDU-YEARS(WS-EDU-IDX)) ")"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-RECORDS-LINE
           END-PERFORM.

       *> every connection the user is on either side of
       PR-EXPORT-CONNECTIONS.
           MOVE 3 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-CONNECTIONS-STATUS
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS NOT = "00"
               MOVE "10" TO WS-CONNECTIONS-STATUS
           END-IF
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-PR-OTHER
                       IF CONN-USERA = WS-PR-USER
                           MOVE CONN-USERB TO WS-PR-OTHER
                       END-IF
                       IF CONN-USERB = WS-PR-USER
                           MOVE CONN-USERA TO WS-PR-OTHER
                       END-IF
                       IF WS-PR-OTHER NOT = SPACES
                           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  Connected with "
                                  FUNCTION TRIM(WS-PR-OTHER)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECORDS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           PERFORM PR-END-SECTION.

       *> pending requests the user has sent or received
       PR-EXPORT-REQUESTS.
           MOVE 4 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS NOT = "00"
               MOVE "10" TO WS-REQUESTS-STATUS
           END-IF
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE
                   AT END
                       MOVE "10" TO WS-REQUESTS-STATUS
                   NOT AT END
                       MOVE SPACES TO OUTPUT-RECORD
                       IF REQ-SENDER = WS-PR-USER
                           STRING "  Sent to "
                                  FUNCTION TRIM(REQ-RECIPIENT)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                       END-IF
                       IF REQ-RECIPIENT = WS-PR-USER
                           STRING "  Received from "
                                  FUNCTION TRIM(REQ-SENDER)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                       END-IF
                       IF OUTPUT-RECORD NOT = SPACES
                           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
                           PERFORM WRITE-RECORDS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE
           PERFORM PR-END-SECTION.

       *> live messages sent or received
       PR-EXPORT-MESSAGES.
           MOVE 5 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-MESSAGES-STATUS
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               MOVE "10" TO WS-MESSAGES-STATUS
           END-IF
           PERFORM UNTIL WS-MESSAGES-STATUS = "10"
               READ MESSAGES-FILE
                   AT END
                       MOVE "10" TO WS-MESSAGES-STATUS
                   NOT AT END
                       MOVE MESSAGE-RECORD TO WS-PR-MSG
                       PERFORM PR-PRINT-MESSAGE
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           PERFORM PR-END-SECTION.

       *> messages the retention step has moved into the dated
       *> MessagesArchive files
       PR-EXPORT-ARCHIVED-MESSAGES.
           MOVE 6 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           PERFORM ENSURE-ARCHIVE-REGISTER
           MOVE SPACES TO WS-AREG-STATUS
           OPEN INPUT ARCHIVE-REGISTER-FILE
           IF WS-AREG-STATUS NOT = "00"
               MOVE "10" TO WS-AREG-STATUS
           END-IF
           PERFORM UNTIL WS-AREG-STATUS = "10"
               READ ARCHIVE-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-AREG-STATUS
                   NOT AT END
                       IF AREG-KIND = 'M'
                           MOVE AREG-NAME TO WS-MSG-ARCHIVE-NAME
                           PERFORM PR-SCAN-MESSAGE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-REGISTER-FILE
           PERFORM PR-END-SECTION.

       *> reads the message archive named in WS-MSG-ARCHIVE-NAME
       PR-SCAN-MESSAGE-ARCHIVE.
           MOVE SPACES TO WS-MSG-ARCHIVE-STATUS
           OPEN INPUT MSG-ARCHIVE-FILE
           IF WS-MSG-ARCHIVE-STATUS NOT = "00"
               MOVE "10" TO WS-MSG-ARCHIVE-STATUS
           END-IF
           PERFORM UNTIL WS-MSG-ARCHIVE-STATUS = "10"
               READ MSG-ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-MSG-ARCHIVE-STATUS
                   NOT AT END
                       MOVE MSG-ARCHIVE-RECORD TO WS-PR-MSG
                       PERFORM PR-PRINT-MESSAGE
               END-READ
           END-PERFORM
           CLOSE MSG-ARCHIVE-FILE.

       *> prints the message staged in WS-PR-MSG when the user sent
       *> or received it
       PR-PRINT-MESSAGE.
           IF WS-PR-MSG-SENDER NOT = WS-PR-USER AND
              WS-PR-MSG-RECEIVER NOT = WS-PR-USER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
           IF WS-PR-MSG-READ-FLAG = 'Y'
               MOVE "read" TO WS-PR-ROLE
           ELSE
               MOVE "unread" TO WS-PR-ROLE
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  " FUNCTION TRIM(WS-PR-MSG-TIMESTAMP)
                  "  From: " FUNCTION TRIM(WS-PR-MSG-SENDER)
                  "  To: " FUNCTION TRIM(WS-PR-MSG-RECEIVER)
                  "  (" FUNCTION TRIM(WS-PR-ROLE) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    " FUNCTION TRIM(WS-PR-MSG-CONTENT)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> job applications the user has made
       PR-EXPORT-APPLICATIONS.
           MOVE 7 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               MOVE "10" TO WS-APPLICATIONS-STATUS
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       IF APP-USERNAME = WS-PR-USER
                           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  " FUNCTION TRIM(APP-JOB-TITLE)
                                  ", " FUNCTION TRIM(APP-EMPLOYER)
                                  ", " FUNCTION TRIM(APP-LOCATION)
                                  "  Status: "
                                  FUNCTION TRIM(APP-STATUS)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECORDS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           PERFORM PR-END-SECTION.

       *> interview slots booked by the user, or published by them
       *> as a poster
       PR-EXPORT-SLOTS.
           MOVE 8 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS NOT = "00"
               MOVE "10" TO WS-SLOTS-STATUS
           END-IF
           PERFORM UNTIL WS-SLOTS-STATUS = "10"
               READ SLOTS-FILE
                   AT END
                       MOVE "10" TO WS-SLOTS-STATUS
                   NOT AT END
                       IF SLOT-APPLICANT = WS-PR-USER
                           MOVE "Booked" TO WS-PR-HEADING
                           PERFORM PR-PRINT-SLOT
                       END-IF
                       IF SLOT-POSTER = WS-PR-USER
                           MOVE "Published" TO WS-PR-HEADING
                           PERFORM PR-PRINT-SLOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE
           PERFORM PR-END-SECTION.

       *> prints the slot just read; WS-PR-HEADING says whether the
       *> user booked it or published it
       PR-PRINT-SLOT.
           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
           EVALUATE SLOT-STATUS
               WHEN 'B'
                   MOVE "booked" TO WS-PR-ROLE
               WHEN 'N'
                   MOVE "no-show" TO WS-PR-ROLE
               WHEN OTHER
                   MOVE "open" TO WS-PR-ROLE
           END-EVALUATE
           MOVE SLOT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  " FUNCTION TRIM(WS-PR-HEADING) ": "
                  WS-FORMATTED-JOB-DATE " " SLOT-TIME
                  "  " FUNCTION TRIM(SLOT-JOB-KEY)
                  "  (" FUNCTION TRIM(WS-PR-ROLE) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> offers the user has accepted
       PR-EXPORT-PLACEMENTS.
           MOVE 9 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-PLACEMENTS-STATUS
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS NOT = "00"
               MOVE "10" TO WS-PLACEMENTS-STATUS
           END-IF
           PERFORM UNTIL WS-PLACEMENTS-STATUS = "10"
               READ PLACEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-PLACEMENTS-STATUS
                   NOT AT END
                       IF PLACE-USERNAME = WS-PR-USER
                           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
                           MOVE PLACE-DATE TO WS-JOB-DATE-RAW
                           PERFORM FORMAT-JOB-DATE
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  " WS-FORMATTED-JOB-DATE "  "
                                  FUNCTION TRIM(PLACE-JOB-TITLE)
                                  ", " FUNCTION TRIM(PLACE-EMPLOYER)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECORDS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLACEMENTS-FILE
           PERFORM PR-END-SECTION.

       *> learning modules the user has completed
       PR-EXPORT-SKILLS.
           MOVE 10 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-SKILLS-STATUS
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
               MOVE "10" TO WS-SKILLS-STATUS
           END-IF
           PERFORM UNTIL WS-SKILLS-STATUS = "10"
               READ SKILLS-FILE
                   AT END
                       MOVE "10" TO WS-SKILLS-STATUS
                   NOT AT END
                       IF SKILL-USERNAME = WS-PR-USER
                           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
                           MOVE SKILL-COMPLETED-DATE
                               TO WS-JOB-DATE-RAW
                           PERFORM FORMAT-JOB-DATE
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  " WS-FORMATTED-JOB-DATE "  "
                                  FUNCTION TRIM(SKILL-NAME)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-RECORDS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           PERFORM PR-END-SECTION.

       *> endorsements and recommendations, received then given;
       *> the file is read once per direction so each section
       *> prints together
       PR-EXPORT-ENDORSEMENTS.
           MOVE 11 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           PERFORM PR-SCAN-ENDORSEMENTS
           PERFORM PR-END-SECTION
           MOVE 12 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           PERFORM PR-SCAN-ENDORSEMENTS
           PERFORM PR-END-SECTION.

       *> reads Endorsements.txt for source WS-PR-SRC-NUM: 11 keeps
       *> the rows about the user, 12 the rows written by them
       PR-SCAN-ENDORSEMENTS.
           MOVE SPACES TO WS-ENDORSE-STATUS
           OPEN INPUT ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS NOT = "00"
               MOVE "10" TO WS-ENDORSE-STATUS
           END-IF
           PERFORM UNTIL WS-ENDORSE-STATUS = "10"
               READ ENDORSEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-ENDORSE-STATUS
                   NOT AT END
                       IF WS-PR-SRC-NUM = 11 AND
                          END-USERNAME = WS-PR-USER
                           MOVE "from " TO WS-PR-HEADING
                           MOVE END-FROM TO WS-PR-OTHER
                           PERFORM PR-PRINT-ENDORSEMENT
                       END-IF
                       IF WS-PR-SRC-NUM = 12 AND
                          END-FROM = WS-PR-USER
                           MOVE "for " TO WS-PR-HEADING
                           MOVE END-USERNAME TO WS-PR-OTHER
                           PERFORM PR-PRINT-ENDORSEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE.

       *> prints the endorsement just read; WS-PR-HEADING and
       *> WS-PR-OTHER name the other party
       PR-PRINT-ENDORSEMENT.
           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
           MOVE END-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           IF END-TYPE = 'R'
               STRING "  " WS-FORMATTED-JOB-DATE "  Recommendation "
                      FUNCTION TRIM(WS-PR-HEADING) " "
                      FUNCTION TRIM(WS-PR-OTHER)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-RECORDS-LINE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "    " FUNCTION TRIM(END-TEXT)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING "  " WS-FORMATTED-JOB-DATE "  Skill "
                      FUNCTION TRIM(END-SKILL) " "
                      FUNCTION TRIM(WS-PR-HEADING) " "
                      FUNCTION TRIM(WS-PR-OTHER)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           PERFORM WRITE-RECORDS-LINE.

       *> live job alerts raised for the user
       PR-EXPORT-ALERTS.
           MOVE 13 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-ALERTS-STATUS
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-STATUS NOT = "00"
               MOVE "10" TO WS-ALERTS-STATUS
           END-IF
           PERFORM UNTIL WS-ALERTS-STATUS = "10"
               READ ALERTS-FILE
                   AT END
                       MOVE "10" TO WS-ALERTS-STATUS
                   NOT AT END
                       MOVE ALERT-RECORD TO WS-PR-ALERT
                       PERFORM PR-PRINT-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERTS-FILE
           PERFORM PR-END-SECTION.

       *> alerts the retention step has moved into the dated
       *> AlertsArchive files
       PR-EXPORT-ARCHIVED-ALERTS.
           MOVE 14 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-AREG-STATUS
           OPEN INPUT ARCHIVE-REGISTER-FILE
           IF WS-AREG-STATUS NOT = "00"
               MOVE "10" TO WS-AREG-STATUS
           END-IF
           PERFORM UNTIL WS-AREG-STATUS = "10"
               READ ARCHIVE-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-AREG-STATUS
                   NOT AT END
                       IF AREG-KIND = 'A'
                           MOVE AREG-NAME TO WS-ALERT-ARCHIVE-NAME
                           PERFORM PR-SCAN-ALERT-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-REGISTER-FILE
           PERFORM PR-END-SECTION.

       *> reads the alert archive named in WS-ALERT-ARCHIVE-NAME
       PR-SCAN-ALERT-ARCHIVE.
           MOVE SPACES TO WS-ALERT-ARCHIVE-STATUS
           OPEN INPUT ALERT-ARCHIVE-FILE
           IF WS-ALERT-ARCHIVE-STATUS NOT = "00"
               MOVE "10" TO WS-ALERT-ARCHIVE-STATUS
           END-IF
           PERFORM UNTIL WS-ALERT-ARCHIVE-STATUS = "10"
               READ ALERT-ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-ALERT-ARCHIVE-STATUS
                   NOT AT END
                       MOVE ALERT-ARCHIVE-RECORD TO WS-PR-ALERT
                       PERFORM PR-PRINT-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERT-ARCHIVE-FILE.

       *> prints the alert staged in WS-PR-ALERT when it is the
       *> user's
       PR-PRINT-ALERT.
           IF WS-PR-ALERT-USERNAME NOT = WS-PR-USER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
           IF WS-PR-ALERT-VIEWED = 'Y'
               MOVE "viewed" TO WS-PR-ROLE
           ELSE
               MOVE "not viewed" TO WS-PR-ROLE
           END-IF
           MOVE WS-PR-ALERT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  " WS-FORMATTED-JOB-DATE "  "
                  FUNCTION TRIM(WS-PR-ALERT-JOB-KEY)
                  "  (" FUNCTION TRIM(WS-PR-ROLE) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> journal entries for actions the user took
       PR-EXPORT-AUDIT.
           MOVE 15 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-AUDIT-STATUS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "10" TO WS-AUDIT-STATUS
           END-IF
           PERFORM UNTIL WS-AUDIT-STATUS = "10"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                       MOVE AUDIT-RECORD TO WS-PR-AUDIT
                       PERFORM PR-PRINT-AUDIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           PERFORM PR-END-SECTION.

       *> journal months the retention step has rolled into the
       *> AuditArchive generations
       PR-EXPORT-ARCHIVED-AUDIT.
           MOVE 16 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-AREG-STATUS
           OPEN INPUT ARCHIVE-REGISTER-FILE
           IF WS-AREG-STATUS NOT = "00"
               MOVE "10" TO WS-AREG-STATUS
           END-IF
           PERFORM UNTIL WS-AREG-STATUS = "10"
               READ ARCHIVE-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-AREG-STATUS
                   NOT AT END
                       IF AREG-KIND = 'U'
                           MOVE AREG-NAME TO WS-AUDIT-ARCHIVE-NAME
                           PERFORM PR-SCAN-AUDIT-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-REGISTER-FILE
           PERFORM PR-END-SECTION.

       *> reads the journal archive named in WS-AUDIT-ARCHIVE-NAME
       PR-SCAN-AUDIT-ARCHIVE.
           MOVE SPACES TO WS-AUDIT-ARCHIVE-STATUS
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDIT-ARCHIVE-STATUS NOT = "00"
               MOVE "10" TO WS-AUDIT-ARCHIVE-STATUS
           END-IF
           PERFORM UNTIL WS-AUDIT-ARCHIVE-STATUS = "10"
               READ AUDIT-ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-AUDIT-ARCHIVE-STATUS
                   NOT AT END
                       MOVE AUDIT-ARCHIVE-RECORD TO WS-PR-AUDIT
                       PERFORM PR-PRINT-AUDIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE.

       *> prints the journal entry staged in WS-PR-AUDIT when the
       *> user made it
       PR-PRINT-AUDIT.
           IF WS-PR-AUD-USERNAME NOT = WS-PR-USER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  " WS-PR-AUD-TIMESTAMP " "
                  WS-PR-AUD-ACTION " "
                  FUNCTION TRIM(WS-PR-AUD-KEY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> items the user submitted that were held for moderation,
       *> with where each stands
       PR-EXPORT-HELD-ITEMS.
           MOVE 17 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-HELD-STATUS
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               MOVE "10" TO WS-HELD-STATUS
           END-IF
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-AUTHOR = WS-PR-USER
                           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
                           PERFORM PR-PRINT-HELD-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE
           PERFORM PR-END-SECTION.

       *> one held item for the export
       PR-PRINT-HELD-ITEM.
           MOVE HELD-TYPE TO WS-MOD-TYPE
           PERFORM NAME-HELD-ITEM-TYPE
           EVALUATE HELD-STATUS
               WHEN 'R'
                   MOVE "released" TO WS-PR-ROLE
               WHEN 'X'
                   MOVE "rejected" TO WS-PR-ROLE
               WHEN OTHER
                   MOVE "awaiting review" TO WS-PR-ROLE
           END-EVALUATE
           MOVE HELD-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  " WS-FORMATTED-JOB-DATE "  "
                  FUNCTION TRIM(WS-MOD-TYPE-NAME)
                  "  (" FUNCTION TRIM(WS-PR-ROLE) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    " FUNCTION TRIM(HELD-TEXT)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> every sign-up the user has made for a careers event,
       *> whatever became of it
       PR-EXPORT-EVENT-REGS.
           MOVE 18 TO WS-PR-SRC-NUM
           PERFORM PR-START-SECTION
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENT-REGS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-USERNAME = WS-PR-USER
                           ADD 1 TO WS-PR-SRC-ROWS(WS-PR-SRC-NUM)
                           PERFORM PR-PRINT-EVENT-REG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           PERFORM PR-END-SECTION.

       *> one sign-up for the export: the event, when it runs, and
       *> where the sign-up stood as of its last change
       PR-PRINT-EVENT-REG.
           MOVE EREG-EVENT-ID TO WS-EVT-ID
           PERFORM LOAD-EVENT-BY-ID
           IF WS-EVT-FOUND = 'N'
               MOVE "(event no longer on file)" TO WS-EVT-TITLE
           END-IF
           EVALUATE EREG-STATUS
               WHEN 'R'
                   MOVE "registered" TO WS-PR-ROLE
               WHEN 'W'
                   MOVE "waitlisted" TO WS-PR-ROLE
               WHEN 'C'
                   MOVE "cancelled" TO WS-PR-ROLE
               WHEN 'A'
                   MOVE "attended" TO WS-PR-ROLE
               WHEN 'N'
                   MOVE "no-show" TO WS-PR-ROLE
               WHEN OTHER
                   MOVE EREG-STATUS TO WS-PR-ROLE
           END-EVALUATE
           MOVE WS-EVT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           IF WS-EVT-FOUND = 'N'
               MOVE SPACES TO WS-FORMATTED-JOB-DATE
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Event " EREG-EVENT-ID "  "
                  FUNCTION TRIM(WS-EVT-TITLE) "  "
                  WS-FORMATTED-JOB-DATE
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE EREG-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    " FUNCTION TRIM(WS-PR-ROLE) " as of "
                  WS-FORMATTED-JOB-DATE
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> closing table: rows found per source and in total
       PR-WRITE-SUMMARY.
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-RECORDS-LINE
           MOVE "---- Records Found by Source ----" TO OUTPUT-RECORD
           PERFORM WRITE-RECORDS-LINE
           MOVE 0 TO WS-PR-TOTAL
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-SRC-COUNT
               ADD WS-PR-SRC-ROWS(WS-PR-IDX) TO WS-PR-TOTAL
               MOVE WS-PR-SRC-ROWS(WS-PR-IDX) TO WS-PR-ROWS-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               MOVE WS-PR-SRC-LABEL(WS-PR-IDX) TO OUTPUT-RECORD(3:40)
               MOVE WS-PR-ROWS-DISPLAY TO OUTPUT-RECORD(45:5)
               PERFORM WRITE-RECORDS-LINE
           END-PERFORM
           MOVE WS-PR-TOTAL TO WS-PR-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "Total records" TO OUTPUT-RECORD(3:40)
           MOVE WS-PR-TOTAL-DISPLAY TO OUTPUT-RECORD(41:9)
           PERFORM WRITE-RECORDS-LINE.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the personal records file
       WRITE-RECORDS-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO RECORDS-REPORT-RECORD
           WRITE RECORDS-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> PROFILE MANAGEMENT -------------------------------------------

       *> procedure to create or edit user profile
       CREATE-EDIT-PROFILE.
           MOVE "------- Create/Edit Profile -------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM LOAD-PROFILE-DRAFT
           *> what is on file now, so changing an answer the
           *> registrar vouched for can drop the profile back to
           *> unverified
           MOVE WS-UNIVERSITY TO WS-VER-PRIOR-UNIVERSITY
           MOVE WS-MAJOR TO WS-VER-PRIOR-MAJOR
           MOVE WS-GRADYEAR TO WS-VER-PRIOR-GRADYEAR
           MOVE 'N' TO WS-VER-RESET-DONE
           IF WS-SECTIONS-DONE > 0 AND WS-SECTIONS-DONE < 7
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Resuming your in-progress profile where you "
                      "left off."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           ELSE
               *> either a brand-new profile, or an already-complete
               *> one being edited from scratch - both start blank
               INITIALIZE WS-PROF-REC
               MOVE 0 TO WS-SECTIONS-DONE
           END-IF
           MOVE WS-LOGGED-USER TO WS-PROF-USERNAME

           PERFORM PROFILE-SECTION-NAME
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           PERFORM PROFILE-SECTION-UNIVERSITY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           PERFORM PROFILE-SECTION-MAJOR
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           PERFORM PROFILE-SECTION-GRADYEAR
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           PERFORM PROFILE-SECTION-ABOUTME
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           PERFORM PROFILE-SECTION-EXPERIENCE
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           PERFORM PROFILE-SECTION-EDUCATION
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           MOVE "Profile saved successfully!" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> loads any profile already on file for the logged-in user so
       *> CREATE-EDIT-PROFILE can resume an interrupted edit instead
       *> of always starting over at First Name. Leaves
       *> WS-SECTIONS-DONE at 0 when no profile is on file yet.
       LOAD-PROFILE-DRAFT.
           MOVE 0 TO WS-SECTIONS-DONE
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening file: " WS-PROFILES-STATUS
               STOP RUN
           END-IF

           MOVE WS-LOGGED-USER TO PROF-USERNAME
           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROFILE-REC TO WS-PROF-REC
           END-READ
           CLOSE PROFILES-FILE.

       *> First/Last Name section - saved as soon as it is confirmed
       PROFILE-SECTION-NAME.
           IF WS-SECTIONS-DONE NOT < 1 EXIT PARAGRAPH END-IF
           MOVE "Enter First Name:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-RECORD = SPACES
               MOVE 'Y' TO INPUT-EOF-FLAG
               MOVE "First name is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD TO WS-FIRSTNAME

           MOVE "Enter Last Name:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-RECORD = SPACES
               MOVE 'Y' TO INPUT-EOF-FLAG
               MOVE "Last name is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD TO WS-LASTNAME

           *> Populate FULLNAME from FIRSTNAME and LASTNAME
           STRING WS-FIRSTNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LASTNAME DELIMITED BY SPACE
               INTO WS-FULLNAME
           END-STRING

           MOVE 1 TO WS-SECTIONS-DONE
           PERFORM SAVE-PROFILE.

       *> University/College section
       PROFILE-SECTION-UNIVERSITY.
           IF WS-SECTIONS-DONE NOT < 2 EXIT PARAGRAPH END-IF
           MOVE "Enter University/College Attended:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-RECORD = SPACES
               MOVE 'Y' TO INPUT-EOF-FLAG
               STRING "University/College Attended is a required field."
                      " Try again."
                      DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD TO WS-UNIVERSITY
           IF WS-UNIVERSITY NOT = WS-VER-PRIOR-UNIVERSITY
               PERFORM RESET-PROFILE-VERIFICATION
           END-IF

           MOVE 2 TO WS-SECTIONS-DONE
           PERFORM SAVE-PROFILE.

       *> Major section
       PROFILE-SECTION-MAJOR.
           IF WS-SECTIONS-DONE NOT < 3 EXIT PARAGRAPH END-IF
           MOVE "Enter Major:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-RECORD = SPACES
               MOVE 'Y' TO INPUT-EOF-FLAG
               MOVE "Major is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD TO WS-MAJOR
           IF WS-MAJOR NOT = WS-VER-PRIOR-MAJOR
               PERFORM RESET-PROFILE-VERIFICATION
           END-IF

           MOVE 3 TO WS-SECTIONS-DONE
           PERFORM SAVE-PROFILE.

       *> Graduation Year section
       PROFILE-SECTION-GRADYEAR.
           IF WS-SECTIONS-DONE NOT < 4 EXIT PARAGRAPH END-IF
           PERFORM WITH TEST AFTER UNTIL WS-VALID-PASSW = 'Y'
               MOVE "Enter Graduation Year (YYYY):" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-GRADYEAR

               PERFORM VALIDATE-GRAD-YEAR
               *> Above uses WS-VALID-PASSW as validity
               IF WS-VALID-PASSW = 'N'
                   MOVE 'Y' TO INPUT-EOF-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-GRADYEAR NOT = WS-VER-PRIOR-GRADYEAR
               PERFORM RESET-PROFILE-VERIFICATION
           END-IF

           MOVE 4 TO WS-SECTIONS-DONE
           PERFORM SAVE-PROFILE.

       *> About Me section (optional)
       PROFILE-SECTION-ABOUTME.
           IF WS-SECTIONS-DONE NOT < 5 EXIT PARAGRAPH END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter About Me (optional, max 200 chars, "
                  "enter blank line to skip):"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY

           MOVE 200 TO WS-LENGTH-OF-INPUT-MAX *> Set for LENGTH-OF-INPUT
           PERFORM INPUT-LENGTH-CHECK
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD TO WS-ABOUTME

           MOVE 5 TO WS-SECTIONS-DONE
           PERFORM SAVE-PROFILE.

       *> Experience section (optional, up to 3 entries)
       PROFILE-SECTION-EXPERIENCE.
           IF WS-SECTIONS-DONE NOT < 6 EXIT PARAGRAPH END-IF
           PERFORM GET-EXPERIENCE
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           MOVE 6 TO WS-SECTIONS-DONE
           PERFORM SAVE-PROFILE.

       *> Education section (optional, up to 3 entries) - the last
       *> section, so completing and saving it finishes the profile
       PROFILE-SECTION-EDUCATION.
           IF WS-SECTIONS-DONE NOT < 7 EXIT PARAGRAPH END-IF
           PERFORM GET-EDUCATION
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           MOVE 7 TO WS-SECTIONS-DONE
           PERFORM SAVE-PROFILE.

       *> procedure to validate graduation year
       VALIDATE-GRAD-YEAR.
           MOVE 'Y' TO WS-VALID-PASSW *> re-use of password validity
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-GRADYEAR)) NOT = 4
               MOVE "Graduation year must be 4 digits." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
               MOVE WS-GRADYEAR(IDX:1) TO CHAR
               IF CHAR < '0' OR CHAR > '9'
                   MOVE "Graduation year must be numeric."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE 'N' TO WS-VALID-PASSW
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-GRADYEAR < "1900" OR WS-GRADYEAR > "2100"
               MOVE "Graduation year must be between 1900 and 2100."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-PASSW
           END-IF.

       *> procedure to get experience entries
       GET-EXPERIENCE.
           MOVE 0 TO WS-EXP-COUNT
           MOVE 1 TO WS-EXP-IDX
           PERFORM UNTIL WS-EXP-IDX > 3 OR INPUT-EOF-FLAG = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Add Experience (optional, max 3 entries. Enter "
                      "'DONE' to finish, anything else to continue):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               IF INPUT-RECORD = "DONE"
                   MOVE "DONE" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Experience #" WS-EXP-IDX " - Title:"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-EXP-TITLE(WS-EXP-IDX)

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Experience #" WS-EXP-IDX
                      " - Company/Organization:"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-EXP-COMPANY(WS-EXP-IDX)

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Experience #" WS-EXP-IDX
                      " - Dates (e.g., Summer 2024):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-EXP-DATES(WS-EXP-IDX)

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Experience #" WS-EXP-IDX
                      " - Description (optional, max 100 chars, blank "
                      "to skip):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY

               MOVE 100 TO WS-LENGTH-OF-INPUT-MAX
               *> Set for LENGTH-OF-INPUT
               PERFORM INPUT-LENGTH-CHECK
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-EXP-DESCRIPTION(WS-EXP-IDX)

               ADD 1 TO WS-EXP-COUNT
               ADD 1 TO WS-EXP-IDX
           END-PERFORM.

       *> procedure to get education entries
       GET-EDUCATION.
           MOVE 0 TO WS-EDU-COUNT
           MOVE 1 TO WS-EDU-IDX
           PERFORM UNTIL WS-EDU-IDX > 3 OR INPUT-EOF-FLAG = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Add Education (optional, max 3 entries. Enter "
                      "'DONE' to finish, anything else to continue):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               IF INPUT-RECORD = "DONE"
                   MOVE "DONE" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Education #" WS-EDU-IDX " - Degree:"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-EDU-DEGREE(WS-EDU-IDX)

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Education #" WS-EDU-IDX " - University/College:"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-EDU-UNIVERSITY(WS-EDU-IDX)

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Education #" WS-EDU-IDX
                      " - Years Attended (e.g., 2023-2025):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD TO WS-EDU-YEARS(WS-EDU-IDX)

               ADD 1 TO WS-EDU-COUNT
               ADD 1 TO WS-EDU-IDX
           END-PERFORM.

       *> procedure to save profile to Profiles.txt
       SAVE-PROFILE.
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening file: " WS-PROFILES-STATUS
               STOP RUN
           END-IF

           MOVE WS-PROF-USERNAME TO PROF-USERNAME

           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY *> username not in profile
                   MOVE WS-PROF-REC TO PROFILE-REC
                   WRITE PROFILE-REC
                       INVALID KEY
                           DISPLAY "Profile write failed: "
                               WS-PROFILES-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-PROF-REC TO PROFILE-REC
                   REWRITE PROFILE-REC
           END-READ
           CLOSE PROFILES-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "SAVE-PROFILE" TO WS-AUDIT-ACTION
           MOVE WS-PROF-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY.

       *> procedure to load and view logged-in user's profile
       LOADANDVIEW-PROFILE.
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening file: " WS-PROFILES-STATUS
               STOP RUN
           END-IF

           MOVE WS-LOGGED-USER TO PROF-USERNAME
           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY
                   MOVE "No profile data exists for this user."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               NOT INVALID KEY
                   MOVE "---------- Your Profile ----------"
                   TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM VIEW-PROFILE
           END-READ

           CLOSE PROFILES-FILE.

           MOVE "Press ENTER to return to the main menu."
                TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF.

       *> procedure to search and view other user profiles
       SEARCHANDVIEW-PROFILE.
           MOVE "------ Find Someone You Know ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Search by Full Name" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Browse by My University" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Browse by My Major" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back to Main Menu" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check if end

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   PERFORM SEARCH-BY-FULLNAME
               WHEN '2'
                   PERFORM SEARCH-BY-UNIVERSITY
               WHEN '3'
                   PERFORM SEARCH-BY-MAJOR
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

       *> searches profiles by exact full name (original search)
       SEARCH-BY-FULLNAME.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter the Full Name of the user you want to search "
                  "or enter 0 to return to the main menu:"
                DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF *> check if end

           *> single-step back: user entered 0 instead of a name
           IF INPUT-RECORD(1:1) = '0'
                EXIT PARAGRAPH
              END-IF

           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening file: " WS-PROFILES-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO WS-COUNT
           MOVE 0 TO IDX *> use IDX as count of profiles found

           MOVE INPUT-RECORD TO PROF-FULLNAME
           MOVE INPUT-RECORD TO WS-SEARCH-FULLNAME
           START PROFILES-FILE KEY = PROF-FULLNAME
               INVALID KEY
                   MOVE "No record found with that full name."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   CLOSE PROFILES-FILE
                   EXIT PARAGRAPH
           END-START

           ADD 1 TO WS-COUNT *> at least one profile found (valid key)

           *> Loop READ NEXT RECORD until end reached, where it breaks loop
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       IF WS-COUNT = 1
                           MOVE "No record found with that full name."
                               TO OUTPUT-RECORD
                           PERFORM WRITE-OUTPUT
                       END-IF
                       CLOSE PROFILES-FILE
                       MOVE 'Y' TO WS-READ-EOF
                       EXIT PARAGRAPH
               END-READ
               *> After READ, found profile stored in PROFILE-REC

               IF PROF-USERNAME = WS-LOGGED-USER *> Skip if own profile
                   OR WS-SEARCH-FULLNAME NOT = PROF-FULLNAME *>Not match
                   *> Reduce count to counteract increment count at end
                   SUBTRACT 1 FROM WS-COUNT
               ELSE
                   MOVE "---------- Found Profile ----------"
                   TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM VIEW-PROFILE
                   *> send connection requests
                   MOVE "1. Send Connection Request" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE "2. Next match or main menu if no more match"
                           TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE "Enter your choice:" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT

                   PERFORM READ-SAFELY
                   IF INPUT-EOF-FLAG NOT = 'Y'
                        MOVE PROF-USERNAME TO WS-TARGET-USER
                        MOVE PROF-FULLNAME TO WS-TARGET-FULLNAME

                        IF INPUT-RECORD(1:1) = '1'
                            PERFORM SEND-CONNECTION-REQUEST
                        END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-COUNT
           END-PERFORM

           CLOSE PROFILES-FILE.

       *> browses other profiles that share the logged-in user's
       *> university, using PROF-UNIVERSITY as the alternate key
       SEARCH-BY-UNIVERSITY.
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening file: " WS-PROFILES-STATUS
               STOP RUN
           END-IF

           MOVE WS-LOGGED-USER TO PROF-USERNAME
           READ PROFILES-FILE KEY IS PROF-USERNAME
               INVALID KEY
                   MOVE "You must create your profile first."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   CLOSE PROFILES-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE PROF-UNIVERSITY TO WS-SEARCH-UNIVERSITY

           MOVE 0 TO WS-COUNT
           START PROFILES-FILE KEY = PROF-UNIVERSITY
               INVALID KEY
                   MOVE "No one else found at your university."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   CLOSE PROFILES-FILE
                   EXIT PARAGRAPH
           END-START

           ADD 1 TO WS-COUNT
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       IF WS-COUNT = 1
                           MOVE "No one else found at your university."
                               TO OUTPUT-RECORD
                           PERFORM WRITE-OUTPUT
                       END-IF
                       CLOSE PROFILES-FILE
                       MOVE 'Y' TO WS-READ-EOF
                       EXIT PARAGRAPH
               END-READ

               IF PROF-USERNAME = WS-LOGGED-USER
                   OR WS-SEARCH-UNIVERSITY NOT = PROF-UNIVERSITY
                   SUBTRACT 1 FROM WS-COUNT
               ELSE
                   MOVE "---------- Found Profile ----------"
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM VIEW-PROFILE
                   MOVE "1. Send Connection Request" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE "2. Next match or main menu if no more match"
                           TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE "Enter your choice:" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT

                   PERFORM READ-SAFELY
                   IF INPUT-EOF-FLAG NOT = 'Y'
                        MOVE PROF-USERNAME TO WS-TARGET-USER
                        MOVE PROF-FULLNAME TO WS-TARGET-FULLNAME

                        IF INPUT-RECORD(1:1) = '1'
                            PERFORM SEND-CONNECTION-REQUEST
                        END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-COUNT
           END-PERFORM

           CLOSE PROFILES-FILE.

       *> browses other profiles that share the logged-in user's
       *> major, using PROF-MAJOR as the alternate key
       SEARCH-BY-MAJOR.
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening file: " WS-PROFILES-STATUS
               STOP RUN
           END-IF

           MOVE WS-LOGGED-USER TO PROF-USERNAME
           READ PROFILES-FILE KEY IS PROF-USERNAME
               INVALID KEY
                   MOVE "You must create your profile first."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   CLOSE PROFILES-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE PROF-MAJOR TO WS-SEARCH-MAJOR

           MOVE 0 TO WS-COUNT
           START PROFILES-FILE KEY = PROF-MAJOR
               INVALID KEY
                   MOVE "No one else found with your major."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   CLOSE PROFILES-FILE
                   EXIT PARAGRAPH
           END-START

           ADD 1 TO WS-COUNT
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       IF WS-COUNT = 1
                           MOVE "No one else found with your major."
                               TO OUTPUT-RECORD
                           PERFORM WRITE-OUTPUT
                       END-IF
                       CLOSE PROFILES-FILE
                       MOVE 'Y' TO WS-READ-EOF
                       EXIT PARAGRAPH
               END-READ

               IF PROF-USERNAME = WS-LOGGED-USER
                   OR WS-SEARCH-MAJOR NOT = PROF-MAJOR
                   SUBTRACT 1 FROM WS-COUNT
               ELSE
                   MOVE "---------- Found Profile ----------"
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM VIEW-PROFILE
                   MOVE "1. Send Connection Request" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE "2. Next match or main menu if no more match"
                           TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE "Enter your choice:" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT

                   PERFORM READ-SAFELY
                   IF INPUT-EOF-FLAG NOT = 'Y'
                        MOVE PROF-USERNAME TO WS-TARGET-USER
                        MOVE PROF-FULLNAME TO WS-TARGET-FULLNAME

                        IF INPUT-RECORD(1:1) = '1'
                            PERFORM SEND-CONNECTION-REQUEST
                        END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-COUNT
           END-PERFORM

           CLOSE PROFILES-FILE.

       *> procedure to display profile info
       VIEW-PROFILE.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Name: " PROF-FULLNAME DELIMITED BY SIZE
               INTO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO OUTPUT-RECORD
           STRING "University: " PROF-UNIVERSITY
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Major: " PROF-MAJOR
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Graduation Year: " PROF-GRADYEAR
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           *> whether the registrar roster backs up the three answers
           *> above
           MOVE PROF-USERNAME TO WS-CHECK-USERNAME
           PERFORM CHECK-PROFILE-VERIFIED
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enrollment: " WS-VER-STATUS-TEXT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           IF PROF-ABOUTME NOT = SPACES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "About Me: " PROF-ABOUTME
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-IF

           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > PROF-EXP-COUNT

               IF WS-EXP-IDX = 1
                   MOVE SPACES TO OUTPUT-RECORD
                   MOVE "Experience:" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               END-IF
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Title: " PROF-EXP-TITLE(WS-EXP-IDX)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Company: " PROF-EXP-COMPANY(WS-EXP-IDX)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Dates: " PROF-EXP-DATES(WS-EXP-IDX)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               IF PROF-EXP-DESCRIPTION(WS-EXP-IDX) NOT = SPACES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "  Description: "
                       PROF-EXP-DESCRIPTION(WS-EXP-IDX)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-EDU-IDX FROM 1 BY 1
               UNTIL WS-EDU-IDX > PROF-EDU-COUNT

               IF WS-EDU-IDX = 1
                   MOVE SPACES TO OUTPUT-RECORD
                   MOVE "Education:" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               END-IF

               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Degree: " PROF-EDU-DEGREE(WS-EDU-IDX)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               MOVE SPACES TO OUTPUT-RECORD
               STRING "  University: " PROF-EDU-UNIVERSITY(WS-EDU-IDX)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Years: " PROF-EDU-YEARS(WS-EDU-IDX)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-PERFORM

           *> what this user's network says about them: endorsement
           *> counts per completed skill and the latest
           *> recommendations
           PERFORM SHOW-PROFILE-ENDORSEMENTS.

       *> Calculates the length of INPUT-RECORD in WS-INPUT-LENGTH
       *> This one is complicated, so I will comment extensively
       *> checks the length of INPUT-RECORD in WS-INPUT-LENGTH
       *> and re-prompts if the input exceeds WS-LENGTH-OF-INPUT-MAX
       INPUT-LENGTH-CHECK. *> Must set WS-LENGTH-OF-INPUT-MAX beforehand
           PERFORM WITH TEST AFTER
               UNTIL WS-INPUT-LENGTH <= WS-LENGTH-OF-INPUT-MAX
                  OR INPUT-EOF-FLAG = 'Y'
               *> reset trailing space counter
               MOVE ZERO TO WS-TRAILING-SPACES

               *> count trailing spaces by reversing the input
               INSPECT FUNCTION REVERSE(INPUT-RECORD)
                   TALLYING WS-TRAILING-SPACES FOR LEADING SPACE

               *> effective input length = total - trailing spaces
               COMPUTE WS-INPUT-LENGTH = LENGTH OF INPUT-RECORD
                   - WS-TRAILING-SPACES

               IF INPUT-EOF-FLAG = 'Y'
                   EXIT PARAGRAPH
               END-IF

               *> if too long, tell the user and ask again
               IF WS-INPUT-LENGTH > WS-LENGTH-OF-INPUT-MAX
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Input cannot be more than "
                          WS-LENGTH-OF-INPUT-MAX
                          " characters long, as per explicit "
                          "requirements. Please try again."
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT

                   *> read a new attempt; this may set INPUT-EOF-FLAG
                   PERFORM READ-SAFELY
               END-IF
           END-PERFORM.


       *> NETWORKING/CONNECTION FEATURES -------------------------------

       *> sends connection request to target user
       SEND-CONNECTION-REQUEST.
           IF WS-LOGGED-USER = WS-TARGET-USER
               MOVE "You cannot send a connection request to yourself."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM IS-ALREADY-CONNECTED
           IF WS-CONNECTION-FOUND = 'Y'
               MOVE "You are already connected with this user."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM HAS-PENDING-REQUEST-FROM
           IF WS-REQUEST-FOUND = 'Y'
               MOVE
               "This user has already sent you a connection request."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM HAS-ALREADY-SENT-REQUEST
           IF WS-REQUEST-FOUND = 'Y'
               STRING "You have already sent a connection request to "
                      "this user." DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM SAFE-OPEN-REQUESTS-EXTEND
           MOVE WS-LOGGED-USER TO REQ-SENDER
           MOVE WS-TARGET-USER TO REQ-RECIPIENT
           WRITE REQUEST-REC
           CLOSE REQUESTS-FILE

           MOVE 4 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "SEND-CONN-REQUEST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-LOGGED-USER) " -> "
               FUNCTION TRIM(WS-TARGET-USER)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Connection request sent to " DELIMITED BY SIZE
               WS-TARGET-USER DELIMITED BY SPACE "." DELIMITED BY SIZE
               INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> checks if already connected
       IS-ALREADY-CONNECTED.
           MOVE 'N' TO WS-CONNECTION-FOUND
           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END
                      *> check if either user is userA or userB
                       IF (CONN-USERA = WS-LOGGED-USER AND
                           CONN-USERB = WS-TARGET-USER) OR
                           (CONN-USERA = WS-TARGET-USER AND
                           CONN-USERB = WS-LOGGED-USER)
                           MOVE 'Y' TO WS-CONNECTION-FOUND
                           MOVE "10" TO WS-CONNECTIONS-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE.
           EXIT PARAGRAPH.

       *> blocks sending if receipient sent pending request
       HAS-PENDING-REQUEST-FROM.
           MOVE 'N' TO WS-REQUEST-FOUND
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
                   MOVE 'N' TO WS-REQUEST-FOUND
                   *> Don't need to close - file never opened successfully
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REQUESTS-STATUS
           *> check if target user has sent logged user a request
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
                   READ REQUESTS-FILE NEXT RECORD
                        AT END MOVE "10" TO WS-REQUESTS-STATUS
                        NOT AT END
                            IF REQ-SENDER = WS-TARGET-USER AND
                               REQ-RECIPIENT = WS-LOGGED-USER
                                MOVE 'Y' TO WS-REQUEST-FOUND
                                MOVE "10" TO WS-REQUESTS-STATUS
                            END-IF
                   END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE.

       *> locks sending if already sent
       HAS-ALREADY-SENT-REQUEST.
           MOVE 'N' TO WS-REQUEST-FOUND
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
               MOVE 'N' TO WS-REQUEST-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-REQUESTS-STATUS
                   NOT AT END
                       IF REQ-SENDER = WS-LOGGED-USER AND
                          REQ-RECIPIENT = WS-TARGET-USER
                           MOVE 'Y' TO WS-REQUEST-FOUND
                           MOVE "10" TO WS-REQUESTS-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE.
           EXIT PARAGRAPH.

       *> view and process pending connection requests
       VIEW-PENDING-REQUESTS.
           MOVE "--- Pending Connection Requests ---" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO WS-REQUESTS-STATUS
           MOVE 'N' TO WS-REQUEST-FOUND

           OPEN INPUT REQUESTS-FILE

           *> if PendingRequests.txt file does not exist, create it and exit
           IF WS-REQUESTS-STATUS = "35"
               OPEN OUTPUT REQUESTS-FILE
               CLOSE REQUESTS-FILE
               STRING "You have no pending connection requests at this "
                       "time." DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> then if file exists and is open, check if it is empty
           MOVE SPACES TO WS-REQUESTS-STATUS
           READ REQUESTS-FILE NEXT RECORD
               AT END
                    STRING "You have no pending connection requests at "
                            "this time." DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
                    END-STRING
                    PERFORM WRITE-OUTPUT
                    CLOSE REQUESTS-FILE
                    EXIT PARAGRAPH
               NOT AT END
                    *> if there is a request continue to processing
                    CONTINUE
           END-READ

           *> File has data, so create temp file and reset for processing
           CLOSE REQUESTS-FILE
           OPEN INPUT REQUESTS-FILE
           OPEN OUTPUT TEMP-REQUESTS-FILE

           *> Reset status for the read loop
           MOVE SPACES TO WS-REQUESTS-STATUS

           *> check for requests where logged in user is recipient
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE NEXT RECORD
                     AT END
                         MOVE "10" TO WS-REQUESTS-STATUS
                     NOT AT END
                         *> Check if logged in user is the recipient
                         IF REQ-RECIPIENT = WS-LOGGED-USER
                             MOVE 'Y' TO WS-REQUEST-FOUND
                             MOVE 'N' TO WS-DELETE-REQUEST

                             *> Display sender information
                             MOVE SPACES TO WS-PROFILES-STATUS
                             OPEN I-O PROFILES-FILE
                             IF WS-PROFILES-STATUS = "00"
                                 MOVE REQ-SENDER TO PROF-USERNAME
                                 READ PROFILES-FILE KEY IS PROF-USERNAME
                                     INVALID KEY
                                         *> Profile info not found, show username
                                         MOVE SPACES TO OUTPUT-RECORD
                                         STRING "Request from: "
                                                DELIMITED BY SIZE
                                                REQ-SENDER
                                                DELIMITED BY SPACE
                                             INTO OUTPUT-RECORD
                                         END-STRING
                                         PERFORM WRITE-OUTPUT
                                     NOT INVALID KEY
                                         *> Profile found, show full name
                                         MOVE SPACES TO OUTPUT-RECORD
                                         STRING "Request from: "
                                                DELIMITED BY SIZE
                                                PROF-FIRSTNAME
                                                DELIMITED BY SPACE
                                                " " DELIMITED BY SIZE
                                                PROF-LASTNAME
                                                DELIMITED BY SPACE
                                                " (" DELIMITED BY SIZE
                                                REQ-SENDER
                                                DELIMITED BY SPACE
                                                ")" DELIMITED BY SIZE
                                             INTO OUTPUT-RECORD
                                         END-STRING
                                         PERFORM WRITE-OUTPUT
                                 END-READ
                                 CLOSE PROFILES-FILE
                             ELSE
                                 *> Profile file doesn't exist, show username
                                 MOVE SPACES TO OUTPUT-RECORD
                                 STRING "Request from: "
                                 DELIMITED BY SIZE
                                        REQ-SENDER DELIMITED BY SPACE
                                     INTO OUTPUT-RECORD
                                 END-STRING
                                 PERFORM WRITE-OUTPUT
                             END-IF

                             *> Display options
                             MOVE "1. Accept" TO OUTPUT-RECORD
                             PERFORM WRITE-OUTPUT
                             MOVE "2. Reject" TO OUTPUT-RECORD
                             PERFORM WRITE-OUTPUT
                             MOVE "3. Back to Main Menu"
                             TO OUTPUT-RECORD
                             PERFORM WRITE-OUTPUT
                             MOVE SPACES TO OUTPUT-RECORD
                             STRING "Enter your choice for "
                                    DELIMITED BY SIZE
                                    REQ-SENDER DELIMITED BY SPACE
                                    ":" DELIMITED BY SIZE
                                 INTO OUTPUT-RECORD
                             END-STRING
                             PERFORM WRITE-OUTPUT

                             *> Read user choice
                             PERFORM READ-SAFELY
                             IF INPUT-EOF-FLAG = 'Y'
                                 *> Close all files before exiting
                                 CLOSE REQUESTS-FILE
                                 CLOSE TEMP-REQUESTS-FILE
                                 *> Don't exit here, let cleanup happen
                                 MOVE "10" TO WS-REQUESTS-STATUS
                             ELSE
                                 MOVE INPUT-RECORD(1:1)
                                 TO WS-MENU-CHOICE

                                 *> Process the choice
                                 EVALUATE WS-MENU-CHOICE
                                     WHEN "1"
                                         *> Accept connection request
                                         PERFORM ACCEPT-REQUEST
                                         MOVE SPACES TO OUTPUT-RECORD
                                         STRING "Connection request "
                                                "from "
                                                DELIMITED BY SIZE
                                                REQ-SENDER
                                                DELIMITED BY SPACE
                                                " accepted!"
                                                DELIMITED BY SIZE
                                             INTO OUTPUT-RECORD
                                         END-STRING
                                         PERFORM WRITE-OUTPUT
                                     WHEN "2"
                                         *> Reject connection request
                                         MOVE 'Y' TO WS-DELETE-REQUEST
                                         MOVE 6 TO WS-DIGEST-EVENT-CODE
                                         PERFORM
                                           INCREMENT-DIGEST-COUNTER
                                         MOVE SPACES TO OUTPUT-RECORD
                                         STRING "Connection request "
                                                "from "
                                                DELIMITED BY SIZE
                                                REQ-SENDER
                                                DELIMITED BY SPACE
                                                " rejected."
                                                DELIMITED BY SIZE
                                             INTO OUTPUT-RECORD
                                         END-STRING
                                         PERFORM WRITE-OUTPUT
                                     WHEN "3"
                                         *> Back to Main Menu & keep request
                                         MOVE REQ-SENDER
                                         TO TEMP-REQ-SENDER
                                         MOVE REQ-RECIPIENT
                                         TO TEMP-REQ-RECIPIENT
                                         WRITE TEMP-REQUESTS-RECORD
                                         *> Exit the loop to go back
                                         MOVE "10" TO WS-REQUESTS-STATUS
                                     WHEN OTHER
                                         *> Invalid choice, keep request
                                         MOVE "Invalid choice."
                                         TO OUTPUT-RECORD
                                         PERFORM WRITE-OUTPUT
                                         *> Write to temp file
                                         MOVE REQ-SENDER
                                         TO TEMP-REQ-SENDER
                                         MOVE REQ-RECIPIENT
                                         TO TEMP-REQ-RECIPIENT
                                         WRITE TEMP-REQUESTS-RECORD
                                 END-EVALUATE
                             END-IF
                         ELSE
                             *> Request not for logged user, preserve it
                             MOVE REQ-SENDER TO TEMP-REQ-SENDER
                             MOVE REQ-RECIPIENT TO TEMP-REQ-RECIPIENT
                             WRITE TEMP-REQUESTS-RECORD
                         END-IF
               END-READ
           END-PERFORM

           *> Close both files
           CLOSE REQUESTS-FILE
           CLOSE TEMP-REQUESTS-FILE

           *> Only update file if we didn't hit EOF during processing
           IF INPUT-EOF-FLAG NOT = 'Y'
               *> Replace original file with updated temp file
               OPEN OUTPUT REQUESTS-FILE
               OPEN INPUT TEMP-REQUESTS-FILE

               *> Copy all records from temp to original
               MOVE SPACES TO WS-TEMP-REQUESTS-STATUS
               PERFORM UNTIL WS-TEMP-REQUESTS-STATUS = "10"
                    READ TEMP-REQUESTS-FILE
                         AT END
                             MOVE "10" TO WS-TEMP-REQUESTS-STATUS
                         NOT AT END
                             MOVE TEMP-REQ-SENDER TO REQ-SENDER
                             MOVE TEMP-REQ-RECIPIENT TO REQ-RECIPIENT
                             WRITE REQUEST-REC
                    END-READ
               END-PERFORM

               *> Close both files
               CLOSE TEMP-REQUESTS-FILE
               CLOSE REQUESTS-FILE
           END-IF

           *> Display message if no requests were found
           IF WS-REQUEST-FOUND NOT = 'Y'
               STRING "You have no pending connection requests at this "
                        "time." DELIMITED BY SIZE
                     INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-IF.

       *> procedure to accept a connection request
       ACCEPT-REQUEST.
           *> save the request info
           MOVE REQ-SENDER TO WS-TEMP-SENDER
           MOVE REQ-RECIPIENT TO WS-TEMP-RECIPIENT

           *> add connection to both users' connection files
           *> add sender to recipient's connections
           MOVE WS-TEMP-RECIPIENT TO CONN-USERA
           OPEN EXTEND CONNECTIONS-FILE
           MOVE WS-TEMP-SENDER TO CONN-USERB
           WRITE CONNECTION-REC
           CLOSE CONNECTIONS-FILE
           *> add recipient to sender's connections
           MOVE WS-TEMP-SENDER TO CONN-USERA
           OPEN EXTEND CONNECTIONS-FILE
           MOVE WS-TEMP-RECIPIENT TO CONN-USERB
           WRITE CONNECTION-REC
           CLOSE CONNECTIONS-FILE

           MOVE 5 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "ACCEPT-REQUEST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-TEMP-SENDER) " -> "
               FUNCTION TRIM(WS-TEMP-RECIPIENT)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           *> mark request for deletion
           MOVE 'Y' TO WS-DELETE-REQUEST.

       *> view and withdraw the logged-in user's own outgoing
       *> connection requests (the "outbox")
       VIEW-SENT-REQUESTS.
           MOVE "--- My Sent Connection Requests ---" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE 0 TO WS-SENT-REQ-COUNT
           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
               OPEN OUTPUT REQUESTS-FILE
               CLOSE REQUESTS-FILE
               MOVE "You have not sent any connection requests."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ REQUESTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF REQ-SENDER = WS-LOGGED-USER AND
                          WS-SENT-REQ-COUNT < WS-CFG-SENT-REQ-MAX
                           ADD 1 TO WS-SENT-REQ-COUNT
                           MOVE REQ-RECIPIENT TO
                               WS-SENT-REQ-RECIPIENT(WS-SENT-REQ-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-SENT-REQ-COUNT ". Sent to "
                               FUNCTION TRIM(REQ-RECIPIENT)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE

           IF WS-SENT-REQ-COUNT = 0
               MOVE "You have not sent any connection requests."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter the number of a request to withdraw, or 0 "
                  "to go back:" DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO JDX

           IF JDX = 0
               EXIT PARAGRAPH
           END-IF

           IF JDX > WS-SENT-REQ-COUNT
               MOVE "Invalid choice." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SENT-REQ-RECIPIENT(JDX) TO WS-TARGET-USER
           PERFORM WITHDRAW-SENT-REQUEST.

       *> removes the logged-in user's request to WS-TARGET-USER from
       *> PendingRequests.txt, using the same temp-file rewrite
       *> pattern as VIEW-PENDING-REQUESTS
       WITHDRAW-SENT-REQUEST.
           OPEN INPUT REQUESTS-FILE
           OPEN OUTPUT TEMP-REQUESTS-FILE
           MOVE SPACES TO WS-REQUESTS-STATUS
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REQUESTS-STATUS
                   NOT AT END
                       IF REQ-SENDER = WS-LOGGED-USER AND
                          REQ-RECIPIENT = WS-TARGET-USER
                           CONTINUE *> drop this one request
                       ELSE
                           MOVE REQ-SENDER TO TEMP-REQ-SENDER
                           MOVE REQ-RECIPIENT TO TEMP-REQ-RECIPIENT
                           WRITE TEMP-REQUESTS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE
           CLOSE TEMP-REQUESTS-FILE

           OPEN OUTPUT REQUESTS-FILE
           OPEN INPUT TEMP-REQUESTS-FILE
           MOVE SPACES TO WS-TEMP-REQUESTS-STATUS
           PERFORM UNTIL WS-TEMP-REQUESTS-STATUS = "10"
               READ TEMP-REQUESTS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-REQUESTS-STATUS
                   NOT AT END
                       MOVE TEMP-REQ-SENDER TO REQ-SENDER
                       MOVE TEMP-REQ-RECIPIENT TO REQ-RECIPIENT
                       WRITE REQUEST-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-REQUESTS-FILE
           CLOSE REQUESTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "WITHDRAW-REQUEST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-LOGGED-USER) " -> "
               FUNCTION TRIM(WS-TARGET-USER)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Connection request to "
               FUNCTION TRIM(WS-TARGET-USER)
               " has been withdrawn."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> view user's connections
       VIEW-MY-NETWORK.
           MOVE "---------- Your Network ----------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           MOVE 'N' TO WS-CONNECTION-FOUND
           MOVE 0 TO WS-COUNT

           *> read through connections file to find user's connections
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CONNECTIONS-STATUS
                    NOT AT END
                        *> only check if logged user is USERA (bc B->A is same)
                        IF CONN-USERA = WS-LOGGED-USER
                            MOVE 'Y' TO WS-CONNECTION-FOUND
                            ADD 1 TO WS-COUNT
                            MOVE CONN-USERB TO WS-TARGET-USER

                            *> lookup connection's profile info
                            OPEN I-O PROFILES-FILE
                            IF WS-PROFILES-STATUS = "00"
                                MOVE WS-TARGET-USER TO PROF-USERNAME
                                READ PROFILES-FILE
                                KEY IS PROF-USERNAME
                                    INVALID KEY
                                       *> if profile not found, display username
                                        MOVE SPACES TO OUTPUT-RECORD
                                        STRING "Connected with: "
                                               DELIMITED BY SIZE
                                              WS-TARGET-USER
                                              DELIMITED BY SPACE
                                           INTO OUTPUT-RECORD
                                        END-STRING
                                        PERFORM WRITE-OUTPUT
                                    NOT INVALID KEY
                                        *> if found, show full name, uni, major
                                        MOVE SPACES TO OUTPUT-RECORD
                                        STRING "Connected with: "
                                               DELIMITED BY SIZE
                                               PROF-FIRSTNAME
                                               DELIMITED BY SPACE
                                               " " DELIMITED BY SIZE
                                               PROF-LASTNAME
                                               DELIMITED BY SPACE
                                               " (University: "
                                               DELIMITED BY SIZE
                                               PROF-UNIVERSITY
                                               DELIMITED BY SPACE
                                               ", Major: "
                                               DELIMITED BY SIZE
                                               PROF-MAJOR
                                               DELIMITED BY SPACE
                                               ")" DELIMITED BY SIZE
                                           INTO OUTPUT-RECORD
                                        END-STRING
                                        PERFORM WRITE-OUTPUT
                                END-READ
                                CLOSE PROFILES-FILE
                            *> if profile file doesn't exist, show only username
                            ELSE
                                MOVE SPACES TO OUTPUT-RECORD
                                STRING "Connected with: "
                                       DELIMITED BY SIZE
                                       WS-TARGET-USER
                                       DELIMITED BY SPACE
                                   INTO OUTPUT-RECORD
                                END-STRING
                                PERFORM WRITE-OUTPUT
                            END-IF
                        END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE

           *> if no connections found, display message
           IF WS-CONNECTION-FOUND NOT = 'Y'
               MOVE "You have no connections yet." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           ELSE
               *> a listed connection can be endorsed or given a
               *> written recommendation right from here
               PERFORM OFFER-ENDORSEMENT
           END-IF.

       *> suggests people the logged-in user is not yet connected to
       *> who share a mutual connection, their university, or their
       *> major, and offers to send a connection request right from
       *> the numbered list
       SUGGEST-CONNECTIONS.
           MOVE "------- People You May Know -------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           *> the logged-in user's own university/major, for the
           *> shared-background matches (blank when no profile yet,
           *> which leaves only the mutual-connection rule)
           MOVE SPACES TO WS-MY-UNIVERSITY
           MOVE SPACES TO WS-MY-MAJOR
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening file: " WS-PROFILES-STATUS
               STOP RUN
           END-IF
           MOVE WS-LOGGED-USER TO PROF-USERNAME
           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROF-UNIVERSITY TO WS-MY-UNIVERSITY
                   MOVE PROF-MAJOR TO WS-MY-MAJOR
           END-READ
           CLOSE PROFILES-FILE

           PERFORM LOAD-CONNECTION-PAIRS
           PERFORM LOAD-MY-PENDING

           *> walk every profile and keep the ones worth suggesting
           MOVE 0 TO WS-SUG-COUNT
           OPEN I-O PROFILES-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       PERFORM CONSIDER-SUGGESTION
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE

           IF WS-SUG-COUNT = 0
               MOVE "No suggestions right now - check back later."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter a number to send a connection request, or "
                  "0 to go back:" DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO JDX

           IF JDX = 0
               EXIT PARAGRAPH
           END-IF

           IF JDX > WS-SUG-COUNT
               MOVE "Invalid choice." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUG-USER(JDX) TO WS-TARGET-USER
           MOVE WS-SUG-FULLNAME(JDX) TO WS-TARGET-FULLNAME
           PERFORM SEND-CONNECTION-REQUEST.

       *> loads every Connections.txt pair into the in-memory table
       LOAD-CONNECTION-PAIRS.
           MOVE 0 TO WS-ALL-CONN-COUNT
           PERFORM SAFE-OPEN-CONNECTIONS-INPUT
           PERFORM UNTIL WS-CONNECTIONS-STATUS = "10"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CONNECTIONS-STATUS
                   NOT AT END
                       IF WS-ALL-CONN-COUNT < WS-CFG-CONN-PAIR-MAX
                           ADD 1 TO WS-ALL-CONN-COUNT
                           MOVE CONN-USERA TO
                               WS-ALL-CONN-A(WS-ALL-CONN-COUNT)
                           MOVE CONN-USERB TO
                               WS-ALL-CONN-B(WS-ALL-CONN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE.

       *> loads the other party of every pending request involving
       *> the logged-in user, in either direction, so they are not
       *> suggested again while a request is already outstanding
       LOAD-MY-PENDING.
           MOVE 0 TO WS-PEND-COUNT
           MOVE SPACES TO WS-REQUESTS-STATUS
           OPEN INPUT REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REQUESTS-STATUS = "10"
               READ REQUESTS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-REQUESTS-STATUS
                   NOT AT END
                       IF REQ-SENDER = WS-LOGGED-USER AND
                          WS-PEND-COUNT < 50
                           ADD 1 TO WS-PEND-COUNT
                           MOVE REQ-RECIPIENT TO
                               WS-PEND-OTHER(WS-PEND-COUNT)
                       END-IF
                       IF REQ-RECIPIENT = WS-LOGGED-USER AND
                          WS-PEND-COUNT < 50
                           ADD 1 TO WS-PEND-COUNT
                           MOVE REQ-SENDER TO
                               WS-PEND-OTHER(WS-PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE.

       *> sets WS-FOUND when the pair WS-PAIR-USERA/WS-PAIR-USERB is
       *> on the in-memory connection table (both directions are on
       *> file, so one direction is enough to check)
       CHECK-PAIR-CONNECTED.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CONN-JDX FROM 1 BY 1
                   UNTIL WS-CONN-JDX > WS-ALL-CONN-COUNT
               IF WS-ALL-CONN-A(WS-CONN-JDX) = WS-PAIR-USERA AND
                  WS-ALL-CONN-B(WS-CONN-JDX) = WS-PAIR-USERB
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       *> counts the users connected to both the logged-in user and
       *> the candidate in WS-CAND-USER
       COUNT-MUTUAL-CONNECTIONS.
           MOVE 0 TO WS-MUTUAL-COUNT
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
                   UNTIL WS-CONN-IDX > WS-ALL-CONN-COUNT
               IF WS-ALL-CONN-A(WS-CONN-IDX) = WS-LOGGED-USER
                   MOVE WS-CAND-USER TO WS-PAIR-USERA
                   MOVE WS-ALL-CONN-B(WS-CONN-IDX) TO WS-PAIR-USERB
                   PERFORM CHECK-PAIR-CONNECTED
                   IF WS-FOUND = 'Y'
                       ADD 1 TO WS-MUTUAL-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       *> decides whether the profile currently in PROFILE-REC is
       *> worth suggesting and, if so, prints it and remembers it
       CONSIDER-SUGGESTION.
           IF PROF-USERNAME = WS-LOGGED-USER
               EXIT PARAGRAPH
           END-IF
           IF WS-SUG-COUNT NOT < 20
               EXIT PARAGRAPH
           END-IF

           *> already connected to this person?
           MOVE WS-LOGGED-USER TO WS-PAIR-USERA
           MOVE PROF-USERNAME TO WS-PAIR-USERB
           PERFORM CHECK-PAIR-CONNECTED
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> request already outstanding in either direction?
           MOVE 'N' TO WS-REQUEST-FOUND
           PERFORM VARYING JDX FROM 1 BY 1 UNTIL JDX > WS-PEND-COUNT
               IF WS-PEND-OTHER(JDX) = PROF-USERNAME
                   MOVE 'Y' TO WS-REQUEST-FOUND
               END-IF
           END-PERFORM
           IF WS-REQUEST-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE PROF-USERNAME TO WS-CAND-USER
           PERFORM COUNT-MUTUAL-CONNECTIONS

           MOVE SPACES TO WS-SUG-REASON
           IF WS-MUTUAL-COUNT > 0
               MOVE WS-MUTUAL-COUNT TO WS-MUTUAL-DISPLAY
               STRING FUNCTION TRIM(WS-MUTUAL-DISPLAY)
                      " mutual connection(s)"
                   DELIMITED BY SIZE INTO WS-SUG-REASON
               END-STRING
           ELSE
               IF WS-MY-UNIVERSITY NOT = SPACES AND
                  PROF-UNIVERSITY = WS-MY-UNIVERSITY
                   STRING "Also at "
                          FUNCTION TRIM(PROF-UNIVERSITY)
                       DELIMITED BY SIZE INTO WS-SUG-REASON
                   END-STRING
               ELSE
                   IF WS-MY-MAJOR NOT = SPACES AND
                      PROF-MAJOR = WS-MY-MAJOR
                       STRING "Also studying "
                              FUNCTION TRIM(PROF-MAJOR)
                           DELIMITED BY SIZE INTO WS-SUG-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF

           IF WS-SUG-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SUG-COUNT
           MOVE PROF-USERNAME TO WS-SUG-USER(WS-SUG-COUNT)
           MOVE PROF-FULLNAME TO WS-SUG-FULLNAME(WS-SUG-COUNT)
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-SUG-COUNT ". "
               FUNCTION TRIM(PROF-FULLNAME)
               " (" FUNCTION TRIM(PROF-USERNAME) ") - "
               FUNCTION TRIM(WS-SUG-REASON)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> safely opens requests file for appending
       SAFE-OPEN-REQUESTS-EXTEND.
           OPEN EXTEND REQUESTS-FILE
           IF WS-REQUESTS-STATUS = "35"
               OPEN OUTPUT REQUESTS-FILE
               CLOSE REQUESTS-FILE
               OPEN EXTEND REQUESTS-FILE
           END-IF.
           EXIT PARAGRAPH.

       *> safely opens connections file for input
       SAFE-OPEN-CONNECTIONS-INPUT.
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = "35"
               OPEN OUTPUT CONNECTIONS-FILE
               CLOSE CONNECTIONS-FILE
               OPEN INPUT CONNECTIONS-FILE
           END-IF.
           EXIT PARAGRAPH.

       *> ENDORSEMENTS & RECOMMENDATIONS ------------------------------

       *> follow-up prompt for VIEW-MY-NETWORK: lets the logged-in
       *> user endorse a completed skill of a connection, or write
       *> them a short recommendation; the pair is verified against
       *> Connections.txt the way IS-ALREADY-CONNECTED checks, so
       *> neither self-endorsement nor endorsing outside the
       *> network can get through
       OFFER-ENDORSEMENT.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter a connection's username to endorse or "
                  "recommend them, or 0 to go back:"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(1:1) = '0' OR INPUT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:20) TO WS-TARGET-USER

           IF WS-TARGET-USER = WS-LOGGED-USER
               MOVE "You cannot endorse or recommend yourself."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM IS-ALREADY-CONNECTED
           IF WS-CONNECTION-FOUND NOT = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "You can only endorse or recommend users in "
                      "your own network."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Endorse a Skill" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Write a Recommendation" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   PERFORM ENDORSE-SKILL
               WHEN '2'
                   PERFORM WRITE-RECOMMENDATION
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

       *> endorses one of WS-TARGET-USER's completed modules; a
       *> module can only be endorsed once per endorser
       ENDORSE-SKILL.
           *> the pick list is the target's completed modules
           MOVE 0 TO WS-TGT-SKILL-COUNT
           MOVE SPACES TO WS-SKILLS-STATUS
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00" AND
              WS-SKILLS-STATUS NOT = "05"
               MOVE "10" TO WS-SKILLS-STATUS
           END-IF
           PERFORM UNTIL WS-SKILLS-STATUS = "10"
               READ SKILLS-FILE
                   AT END
                       MOVE "10" TO WS-SKILLS-STATUS
                   NOT AT END
                       IF SKILL-USERNAME = WS-TARGET-USER AND
                          WS-TGT-SKILL-COUNT < 5
                           ADD 1 TO WS-TGT-SKILL-COUNT
                           MOVE SKILL-NAME TO
                               WS-TGT-SKILL(WS-TGT-SKILL-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-TGT-SKILL-COUNT ". "
                               FUNCTION TRIM(SKILL-NAME)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE

           IF WS-TGT-SKILL-COUNT = 0
               MOVE SPACES TO OUTPUT-RECORD
               STRING "This user has not completed any training "
                      "modules yet."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a skill number to endorse, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:1) TO WS-TGT-SKILL-IDX
           IF WS-TGT-SKILL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TGT-SKILL-IDX > WS-TGT-SKILL-COUNT
               MOVE "Invalid skill number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TGT-SKILL(WS-TGT-SKILL-IDX) TO WS-ENDORSE-SKILL

           *> one endorsement per endorser per skill
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-ENDORSE-STATUS
           OPEN INPUT ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS NOT = "00"
               MOVE "10" TO WS-ENDORSE-STATUS
           END-IF
           PERFORM UNTIL WS-ENDORSE-STATUS = "10"
               READ ENDORSEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-ENDORSE-STATUS
                   NOT AT END
                       IF END-USERNAME = WS-TARGET-USER AND
                          END-FROM = WS-LOGGED-USER AND
                          END-TYPE = 'S' AND
                          END-SKILL = WS-ENDORSE-SKILL
                           MOVE 'Y' TO WS-FOUND
                           MOVE "10" TO WS-ENDORSE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE
           IF WS-FOUND = 'Y'
               MOVE "You have already endorsed this skill."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM SAFE-OPEN-ENDORSEMENTS-EXTEND
           MOVE WS-TARGET-USER TO END-USERNAME
           MOVE WS-LOGGED-USER TO END-FROM
           MOVE 'S' TO END-TYPE
           MOVE WS-ENDORSE-SKILL TO END-SKILL
           MOVE SPACES TO END-TEXT
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO END-DATE
           WRITE ENDORSE-RECORD
           CLOSE ENDORSEMENTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "ENDORSE-SKILL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-TARGET-USER) " : "
               FUNCTION TRIM(WS-ENDORSE-SKILL)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "You endorsed "
               FUNCTION TRIM(WS-TARGET-USER) " for "
               FUNCTION TRIM(WS-ENDORSE-SKILL) "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO WS-MSG-CONTENT
           STRING FUNCTION TRIM(WS-LOGGED-USER)
               " endorsed your "
               FUNCTION TRIM(WS-ENDORSE-SKILL) " skill."
               DELIMITED BY SIZE INTO WS-MSG-CONTENT
           END-STRING
           PERFORM SEND-ENDORSE-NOTIFICATION.

       *> takes a short written recommendation for WS-TARGET-USER
       WRITE-RECOMMENDATION.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter your recommendation (max 200 chars):"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 200 TO WS-LENGTH-OF-INPUT-MAX
           PERFORM INPUT-LENGTH-CHECK
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Recommendation text is required. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> recommendations carrying a prohibited term wait for an
           *> admin
           MOVE SPACES TO WS-MOD-TEXT
           STRING " " INPUT-RECORD(1:200) " "
               DELIMITED BY SIZE INTO WS-MOD-TEXT
           END-STRING
           PERFORM SCREEN-FOR-PROHIBITED-TERMS
           IF WS-MOD-FLAGGED = 'Y'
               MOVE WS-LOGGED-USER TO WS-MOD-AUTHOR
               MOVE 'R' TO WS-MOD-TYPE
               MOVE WS-TARGET-USER TO WS-MOD-TARGET
               MOVE INPUT-RECORD(1:200) TO WS-MOD-BODY
               PERFORM HOLD-MODERATED-ITEM
               EXIT PARAGRAPH
           END-IF

           PERFORM SAFE-OPEN-ENDORSEMENTS-EXTEND
           MOVE WS-TARGET-USER TO END-USERNAME
           MOVE WS-LOGGED-USER TO END-FROM
           MOVE 'R' TO END-TYPE
           MOVE SPACES TO END-SKILL
           MOVE INPUT-RECORD(1:200) TO END-TEXT
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO END-DATE
           WRITE ENDORSE-RECORD
           CLOSE ENDORSEMENTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "RECOMMEND" TO WS-AUDIT-ACTION
           MOVE WS-TARGET-USER TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Recommendation saved for "
               FUNCTION TRIM(WS-TARGET-USER) "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO WS-MSG-CONTENT
           STRING FUNCTION TRIM(WS-LOGGED-USER)
               " wrote you a recommendation."
               DELIMITED BY SIZE INTO WS-MSG-CONTENT
           END-STRING
           PERFORM SEND-ENDORSE-NOTIFICATION.

       *> safely opens the endorsements file for appending
       SAFE-OPEN-ENDORSEMENTS-EXTEND.
           OPEN EXTEND ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS = "35"
               OPEN OUTPUT ENDORSEMENTS-FILE
               CLOSE ENDORSEMENTS-FILE
               OPEN EXTEND ENDORSEMENTS-FILE
           END-IF.

       *> tells WS-TARGET-USER a new endorsement or recommendation
       *> arrived, system-message style; the caller has already put
       *> the note in WS-MSG-CONTENT
       SEND-ENDORSE-NOTIFICATION.
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-TARGET-USER TO MSG-RECEIVER
           MOVE WS-MSG-CONTENT TO MSG-CONTENT
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO WS-MSG-TIMESTAMP
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE

           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER.

       *> the network's view of the profile in PROFILE-REC: each
       *> completed skill with its endorsement count, then the most
       *> recent recommendations. Loops run on file statuses so this
       *> stays safe inside VIEW-PROFILE's callers, which are
       *> themselves mid-loop on the profile file
       SHOW-PROFILE-ENDORSEMENTS.
           *> collect the profile owner's completed modules
           MOVE 0 TO WS-TGT-SKILL-COUNT
           MOVE SPACES TO WS-SKILLS-STATUS
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00" AND
              WS-SKILLS-STATUS NOT = "05"
               MOVE "10" TO WS-SKILLS-STATUS
           END-IF
           PERFORM UNTIL WS-SKILLS-STATUS = "10"
               READ SKILLS-FILE
                   AT END
                       MOVE "10" TO WS-SKILLS-STATUS
                   NOT AT END
                       IF SKILL-USERNAME = PROF-USERNAME AND
                          WS-TGT-SKILL-COUNT < 5
                           ADD 1 TO WS-TGT-SKILL-COUNT
                           MOVE SKILL-NAME TO
                               WS-TGT-SKILL(WS-TGT-SKILL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE

           *> skills with their endorsement counts
           PERFORM VARYING WS-TGT-SKILL-IDX FROM 1 BY 1
                   UNTIL WS-TGT-SKILL-IDX > WS-TGT-SKILL-COUNT
               IF WS-TGT-SKILL-IDX = 1
                   MOVE "Skills:" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               END-IF
               PERFORM COUNT-SKILL-ENDORSEMENTS
               MOVE WS-ENDORSE-COUNT TO WS-ENDORSE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  "
                   FUNCTION TRIM(WS-TGT-SKILL(WS-TGT-SKILL-IDX))
                   " - " FUNCTION TRIM(WS-ENDORSE-DISPLAY)
                   " endorsement(s)"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-PERFORM

           *> the most recent recommendations (file order is
           *> chronological, so keep the last few seen)
           MOVE 0 TO WS-REC-COUNT
           MOVE SPACES TO WS-ENDORSE-STATUS
           OPEN INPUT ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS NOT = "00"
               MOVE "10" TO WS-ENDORSE-STATUS
           END-IF
           PERFORM UNTIL WS-ENDORSE-STATUS = "10"
               READ ENDORSEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-ENDORSE-STATUS
                   NOT AT END
                       IF END-USERNAME = PROF-USERNAME AND
                          END-TYPE = 'R'
                           PERFORM KEEP-RECENT-RECOMMENDATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE

           PERFORM VARYING WS-TGT-SKILL-IDX FROM 1 BY 1
                   UNTIL WS-TGT-SKILL-IDX > WS-REC-COUNT
               IF WS-TGT-SKILL-IDX = 1
                   MOVE "Recommendations:" TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               END-IF
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  """
                   FUNCTION TRIM(WS-REC-TEXT(WS-TGT-SKILL-IDX))
                   """ - " FUNCTION TRIM(
                       WS-REC-FROM(WS-TGT-SKILL-IDX))
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-PERFORM.

       *> counts 'S' rows for the skill the caller's index points at
       COUNT-SKILL-ENDORSEMENTS.
           MOVE 0 TO WS-ENDORSE-COUNT
           MOVE SPACES TO WS-ENDORSE-STATUS
           OPEN INPUT ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS NOT = "00"
               MOVE "10" TO WS-ENDORSE-STATUS
           END-IF
           PERFORM UNTIL WS-ENDORSE-STATUS = "10"
               READ ENDORSEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-ENDORSE-STATUS
                   NOT AT END
                       IF END-USERNAME = PROF-USERNAME AND
                          END-TYPE = 'S' AND
                          END-SKILL =
                              WS-TGT-SKILL(WS-TGT-SKILL-IDX)
                           ADD 1 TO WS-ENDORSE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE.

       *> slides the recommendation in ENDORSE-RECORD into the
       *> keep-the-latest-3 table, shifting the oldest out
       KEEP-RECENT-RECOMMENDATION.
           IF WS-REC-COUNT < 3
               ADD 1 TO WS-REC-COUNT
               MOVE END-FROM TO WS-REC-FROM(WS-REC-COUNT)
               MOVE END-TEXT TO WS-REC-TEXT(WS-REC-COUNT)
           ELSE
               MOVE WS-REC-FROM(2) TO WS-REC-FROM(1)
               MOVE WS-REC-TEXT(2) TO WS-REC-TEXT(1)
               MOVE WS-REC-FROM(3) TO WS-REC-FROM(2)
               MOVE WS-REC-TEXT(3) TO WS-REC-TEXT(2)
               MOVE END-FROM TO WS-REC-FROM(3)
               MOVE END-TEXT TO WS-REC-TEXT(3)
           END-IF.

       *> JOB/INTERNSHIP FEATURES --------------------------------------

       *> displays job search/internship menu
       JOB-SEARCH-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE "--- Job Search/Internship Menu ---" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Post a Job/Internship" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Browse Jobs/Internships" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. View My Applications" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "4. My Postings / Applicants" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "5. Browse Jobs by Location" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "6. Browse Jobs by Employer" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "7. Browse Jobs by Keyword" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "8. Employer Directory" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "9. Manage Interview Slots" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "10. Back to Main Menu" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "11. Ranked Applicant Shortlist" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           MOVE INPUT-RECORD(1:3) TO WS-JOB-CHOICE
           EVALUATE WS-JOB-CHOICE
               WHEN 1
                   PERFORM POST-JOB
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 2
                   MOVE 0 TO WS-JOB-FILTER-MODE
                   PERFORM BROWSE-JOBS
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 3
                   PERFORM VIEW-MY-APPLICATIONS
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 4
                   PERFORM VIEW-MY-POSTINGS-APPLICANTS
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 5
                   MOVE 1 TO WS-JOB-FILTER-MODE
                   PERFORM BROWSE-JOBS-FILTERED
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 6
                   MOVE 2 TO WS-JOB-FILTER-MODE
                   PERFORM BROWSE-JOBS-FILTERED
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 7
                   MOVE 3 TO WS-JOB-FILTER-MODE
                   PERFORM BROWSE-JOBS-FILTERED
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 8
                   *> maintenance rewrites the employer master (and
                   *> re-keys Jobs.txt on a rename), so only admins
                   *> get the full screen; everyone else can browse
                   IF WS-LOGGED-ROLE = 'A'
                       PERFORM EMPLOYER-MAINT-MENU
                   ELSE
                       PERFORM LIST-EMPLOYERS
                   END-IF
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 9
                   PERFORM MANAGE-INTERVIEW-SLOTS
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN 10
                   CONTINUE
               WHEN 11
                   PERFORM SHORTLIST-APPLICANTS
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM JOB-SEARCH-MENU
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM JOB-SEARCH-MENU
           END-EVALUATE.

       *> prompts for the search text the chosen filter needs, then
       *> runs the same numbered listing BROWSE-JOBS produces; the
       *> caller has already set WS-JOB-FILTER-MODE
       BROWSE-JOBS-FILTERED.
           EVALUATE WS-JOB-FILTER-MODE
               WHEN 1
                   MOVE "Enter Location to search for:"
                       TO OUTPUT-RECORD
               WHEN 2
                   MOVE "Enter Employer to search for:"
                       TO OUTPUT-RECORD
               WHEN 3
                   MOVE "Enter Keyword to search for:"
                       TO OUTPUT-RECORD
           END-EVALUATE
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:100) TO WS-JOB-FILTER-VALUE

           IF FUNCTION TRIM(WS-JOB-FILTER-VALUE) = SPACES
               MOVE "Search text is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE 0 TO WS-JOB-FILTER-MODE
               EXIT PARAGRAPH
           END-IF

           *> keyword matching needs the text's true length so the
           *> scan does not look for the trailing spaces too
           MOVE ZERO TO WS-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(WS-JOB-FILTER-VALUE)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACE
           COMPUTE WS-KEYWORD-LEN = LENGTH OF WS-JOB-FILTER-VALUE
               - WS-TRAILING-SPACES

           PERFORM BROWSE-JOBS
           MOVE 0 TO WS-JOB-FILTER-MODE.

       *> procedure to post a new job/internship
       POST-JOB.
           MOVE "---- Post a New Job/Internship ----" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           *> get job title
           MOVE "Enter Job Title:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 100 TO WS-LENGTH-OF-INPUT-MAX
           PERFORM INPUT-LENGTH-CHECK
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           *> check if title is empty
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Job Title is a required field. Try again."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE INPUT-FILE
               CLOSE OUTPUT-FILE
               STOP RUN
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-JOB-TITLE

           *> get job description
           MOVE "Enter Description (max 200 chars):" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 200 TO WS-LENGTH-OF-INPUT-MAX
           PERFORM INPUT-LENGTH-CHECK
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           *> check if description is empty
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Job Description is a required field. Try again."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE INPUT-FILE
               CLOSE OUTPUT-FILE
               STOP RUN
           END-IF
           MOVE INPUT-RECORD(1:200) TO WS-JOB-DESCRIPTION

           *> get employer for job
           MOVE "Enter Employer Name:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 100 TO WS-LENGTH-OF-INPUT-MAX
           PERFORM INPUT-LENGTH-CHECK
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           *> check if employer is empty
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Employer name is a required field. Try again."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE INPUT-FILE
               CLOSE OUTPUT-FILE
               STOP RUN
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-JOB-EMPLOYER

           *> the employer must come from the employer master so one
           *> company stops appearing under three spellings; a hit
           *> swaps in the canonical name, a miss offers to add it
           MOVE WS-JOB-EMPLOYER TO WS-EMP-NAME
           PERFORM LOOKUP-EMPLOYER
           IF WS-EMP-FOUND = 'Y'
               MOVE WS-EMP-CANON-NAME TO WS-JOB-EMPLOYER
           ELSE
               MOVE "Employer not in the employer directory."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE "1. Add it to the directory and continue"
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE "2. Cancel this posting" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE "Enter your choice:" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               IF INPUT-RECORD(1:1) = '1'
                   PERFORM ADD-EMPLOYER-DETAILS
                   IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
                   PERFORM ADD-EMPLOYER-RECORD
               ELSE
                   MOVE "Posting cancelled." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> get job location
           MOVE "Enter Location:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 100 TO WS-LENGTH-OF-INPUT-MAX
           PERFORM INPUT-LENGTH-CHECK
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           *> check if location is empty
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Job Location is a required field. Try again."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE INPUT-FILE
               CLOSE OUTPUT-FILE
               STOP RUN
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-JOB-LOCATION

           *> get salary (optional, but needs input)
           MOVE "Enter Salary (optional, enter 'NONE' to skip):"
           TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 50 TO WS-LENGTH-OF-INPUT-MAX
           PERFORM INPUT-LENGTH-CHECK
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           *> check if salary field is empty
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Invalid input (enter 'NONE' to skip). Try again."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE INPUT-FILE
               CLOSE OUTPUT-FILE
               STOP RUN
           END-IF
           MOVE INPUT-RECORD(1:50) TO WS-JOB-SALARY

           *> get closing date (optional, posting stays open forever
           *> when skipped; the end-of-day sweep archives it once the
           *> closing date has passed)
           PERFORM WITH TEST AFTER UNTIL WS-VALID-DATE = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Enter Closing Date (YYMMDD, or 'NONE' for no "
                      "closing date):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD(1:6) TO WS-JOB-CLOSING-DATE

               PERFORM VALIDATE-CLOSING-DATE
           END-PERFORM

           *> check for duplicate job posting
           PERFORM CHECK-DUPLICATE-JOB
           IF WS-FOUND = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "A job with this title, employer, and location "
                      "already exists."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> postings carrying a prohibited term wait for an admin
           MOVE SPACES TO WS-MOD-TEXT
           STRING " " WS-JOB-TITLE " " WS-JOB-DESCRIPTION " "
               DELIMITED BY SIZE INTO WS-MOD-TEXT
           END-STRING
           PERFORM SCREEN-FOR-PROHIBITED-TERMS
           IF WS-MOD-FLAGGED = 'Y'
               MOVE WS-LOGGED-USER TO WS-MOD-AUTHOR
               MOVE 'J' TO WS-MOD-TYPE
               MOVE SPACES TO WS-MOD-TARGET
               MOVE WS-JOB-DESCRIPTION TO WS-MOD-BODY
               PERFORM HOLD-MODERATED-ITEM
               EXIT PARAGRAPH
           END-IF

           *> write job to job.txt
           OPEN I-O JOBS-FILE
           IF WS-JOBS-STATUS = "35"
               OPEN OUTPUT JOBS-FILE
               CLOSE JOBS-FILE
               OPEN I-O JOBS-FILE
           END-IF

           MOVE WS-LOGGED-USER TO JOB-POSTER
           MOVE WS-JOB-TITLE TO JOB-TITLE
           MOVE WS-JOB-DESCRIPTION TO JOB-DESCRIPTION
           MOVE WS-JOB-EMPLOYER TO JOB-EMPLOYER
           MOVE WS-JOB-LOCATION TO JOB-LOCATION
           MOVE WS-JOB-SALARY TO JOB-SALARY
           MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO JOB-POSTED-DATE
           MOVE WS-JOB-CLOSING-DATE TO JOB-CLOSING-DATE
           MOVE 'O' TO JOB-STATUS
           WRITE JOB-RECORD
           CLOSE JOBS-FILE

           MOVE 2 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "POST-JOB" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-JOB-TITLE) " at "
               FUNCTION TRIM(WS-JOB-EMPLOYER)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Job posted successfully!" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> procedure to validate the optional closing date entered by
       *> POST-JOB; 'NONE' clears it, anything else must be YYMMDD
       VALIDATE-CLOSING-DATE.
           MOVE 'Y' TO WS-VALID-DATE
           IF FUNCTION TRIM(WS-JOB-CLOSING-DATE) = "NONE"
               MOVE SPACES TO WS-JOB-CLOSING-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 6
               MOVE WS-JOB-CLOSING-DATE(IDX:1) TO CHAR
               IF CHAR < '0' OR CHAR > '9'
                   MOVE "Closing date must be YYMMDD or 'NONE'."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE 'N' TO WS-VALID-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-JOB-CLOSING-DATE(3:2) < "01" OR
              WS-JOB-CLOSING-DATE(3:2) > "12" OR
              WS-JOB-CLOSING-DATE(5:2) < "01" OR
              WS-JOB-CLOSING-DATE(5:2) > "31"
               MOVE "Closing date must be a real date (YYMMDD)."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-DATE
           END-IF.

       *> converts a job date in WS-JOB-DATE-RAW (YYMMDD) into a
       *> readable YYYY-MM-DD string, the same two-digit-year rule
       *> FORMAT-TIMESTAMP already uses for message timestamps
       FORMAT-JOB-DATE.
           MOVE WS-JOB-DATE-RAW(1:2) TO WS-TS-YEAR
           MOVE WS-JOB-DATE-RAW(3:2) TO WS-TS-MONTH
           MOVE WS-JOB-DATE-RAW(5:2) TO WS-TS-DAY
           IF WS-TS-YEAR < "50"
               STRING "20" DELIMITED BY SIZE
                      WS-TS-YEAR DELIMITED BY SIZE
                   INTO WS-TS-FULL-YEAR
               END-STRING
           ELSE
               STRING "19" DELIMITED BY SIZE
                      WS-TS-YEAR DELIMITED BY SIZE
                   INTO WS-TS-FULL-YEAR
               END-STRING
           END-IF
           STRING WS-TS-FULL-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TS-DAY DELIMITED BY SIZE
               INTO WS-FORMATTED-JOB-DATE
           END-STRING.

       *> checks for duplicate job postings; JOB-COMPOSITE-KEY is the
       *> record key so this is now a keyed READ instead of a scan
       CHECK-DUPLICATE-JOB.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-JOB-COMPOSITE-KEY
           STRING WS-JOB-TITLE DELIMITED BY SIZE
                  WS-JOB-EMPLOYER DELIMITED BY SIZE
                  WS-JOB-LOCATION DELIMITED BY SIZE
               INTO WS-JOB-COMPOSITE-KEY
           END-STRING

           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "35"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
           READ JOBS-FILE
               KEY IS JOB-COMPOSITE-KEY
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           CLOSE JOBS-FILE.

       *> procedure to browse available jobs/internships
       BROWSE-JOBS.
           MOVE "----- Available Job Listings -----" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

            OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00" AND WS-JOBS-STATUS NOT = "05"
               MOVE "Error opening jobs file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           IF WS-JOBS-STATUS = "05"
               MOVE "No jobs available at this time." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-JOB-COUNT
           MOVE 'N' TO EOF
           ACCEPT WS-TODAY-DATE FROM DATE

           *> only live postings are shown to students: status must
           *> still be open and any closing date not yet passed
           PERFORM UNTIL EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CHECK-JOB-FILTER-MATCH
                       IF JOB-STATUS = 'O' AND
                          (JOB-CLOSING-DATE = SPACES OR
                           JOB-CLOSING-DATE >= WS-TODAY-DATE) AND
                          WS-JOB-MATCH = 'Y' AND
                          WS-JOB-COUNT < 200
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JOB-COMPOSITE-KEY TO
                               WS-JOB-LIST-KEY(WS-JOB-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-JOB-COUNT ". "
                               FUNCTION TRIM(JOB-TITLE) " at "
                               FUNCTION TRIM(JOB-EMPLOYER) " ("
                               FUNCTION TRIM(JOB-LOCATION) ")"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
              END-READ
           END-PERFORM

           CLOSE JOBS-FILE

           IF WS-JOB-COUNT = 0
               IF WS-JOB-FILTER-MODE = 0
                   MOVE "No jobs available." TO OUTPUT-RECORD
               ELSE
                   MOVE "No jobs matched your search." TO OUTPUT-RECORD
               END-IF
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter job number to view details, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:3) TO WS-JOB-CHOICE

           IF WS-JOB-CHOICE = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-JOB-CHOICE > 0 AND WS-JOB-CHOICE <= WS-JOB-COUNT
               PERFORM VIEW-JOB-DETAILS
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           ELSE
               MOVE "Invalid job number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF

           PERFORM BROWSE-JOBS.

       *> applies the active browse filter to the posting currently
       *> in JOB-RECORD, setting WS-JOB-MATCH; location and employer
       *> match exactly, the keyword matches anywhere in the title
       *> or description
       CHECK-JOB-FILTER-MATCH.
           MOVE 'N' TO WS-JOB-MATCH
           EVALUATE WS-JOB-FILTER-MODE
               WHEN 0
                   MOVE 'Y' TO WS-JOB-MATCH
               WHEN 1
                   IF FUNCTION TRIM(JOB-LOCATION) =
                      FUNCTION TRIM(WS-JOB-FILTER-VALUE)
                       MOVE 'Y' TO WS-JOB-MATCH
                   END-IF
               WHEN 2
                   IF FUNCTION TRIM(JOB-EMPLOYER) =
                      FUNCTION TRIM(WS-JOB-FILTER-VALUE)
                       MOVE 'Y' TO WS-JOB-MATCH
                   END-IF
               WHEN 3
                   MOVE 0 TO WS-KEYWORD-HITS
                   INSPECT JOB-TITLE TALLYING WS-KEYWORD-HITS
                       FOR ALL WS-JOB-FILTER-VALUE(1:WS-KEYWORD-LEN)
                   INSPECT JOB-DESCRIPTION TALLYING WS-KEYWORD-HITS
                       FOR ALL WS-JOB-FILTER-VALUE(1:WS-KEYWORD-LEN)
                   IF WS-KEYWORD-HITS > 0
                       MOVE 'Y' TO WS-JOB-MATCH
                   END-IF
           END-EVALUATE.

       *> procedure to view job details and apply; the numbered list
       *> the user chose from left its composite keys in
       *> WS-JOB-LIST-KEY, so the chosen posting is a keyed READ
       VIEW-JOB-DETAILS.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               MOVE "Error opening jobs file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND
           MOVE WS-JOB-LIST-KEY(WS-JOB-CHOICE) TO JOB-COMPOSITE-KEY
           READ JOBS-FILE
               KEY IS JOB-COMPOSITE-KEY
               INVALID KEY
                   MOVE "That posting is no longer available."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ

           IF WS-FOUND = 'Y'
               MOVE "----------- Job Details -----------"
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Title: " JOB-TITLE DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Description: " JOB-DESCRIPTION
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Employer: " JOB-EMPLOYER
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Location: " JOB-LOCATION
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT

               IF JOB-SALARY NOT = SPACES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Salary: " JOB-SALARY
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               END-IF

               IF JOB-POSTED-DATE NOT = SPACES
                   MOVE JOB-POSTED-DATE TO WS-JOB-DATE-RAW
                   PERFORM FORMAT-JOB-DATE
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Posted: " WS-FORMATTED-JOB-DATE
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               END-IF

               IF JOB-CLOSING-DATE NOT = SPACES
                   MOVE JOB-CLOSING-DATE TO WS-JOB-DATE-RAW
                   PERFORM FORMAT-JOB-DATE
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Closing Date: " WS-FORMATTED-JOB-DATE
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               END-IF

               MOVE "---" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE "1. Apply for this Job" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE "2. Back to Job List" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE "Enter your choice:" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT

               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y'
                   CLOSE JOBS-FILE
                   EXIT PARAGRAPH
               END-IF

               MOVE INPUT-RECORD(1:1) TO WS-APPLY-CHOICE
               IF WS-APPLY-CHOICE = 1
                   PERFORM APPLY-FOR-JOB
               END-IF
           END-IF

           CLOSE JOBS-FILE.

       *> procedure to apply for a job
       APPLY-FOR-JOB.
           *> check for duplicate application
           PERFORM CHECK-DUPLICATE-APPLICATION
           IF WS-FOUND = 'Y'
               MOVE "You have already applied to this job."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00" AND
           WS-APPLICATIONS-STATUS NOT = "05"
               MOVE "Error opening applications file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOGGED-USER TO APP-USERNAME
           MOVE JOB-TITLE TO APP-JOB-TITLE
           MOVE JOB-EMPLOYER TO APP-EMPLOYER
           MOVE JOB-LOCATION TO APP-LOCATION
           MOVE "Applied" TO APP-STATUS

           WRITE APPLICATION-RECORD

           CLOSE APPLICATIONS-FILE

           MOVE 3 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "APPLY-FOR-JOB" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(JOB-TITLE) " at "
               FUNCTION TRIM(JOB-EMPLOYER)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Your application for " FUNCTION TRIM(JOB-TITLE)
               " at " FUNCTION TRIM(JOB-EMPLOYER)
                " has been submitted."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> procedure to check for duplicate job postings
       CHECK-DUPLICATE-APPLICATION.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ APPLICATIONS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF APP-USERNAME = WS-LOGGED-USER AND
                          APP-JOB-TITLE = JOB-TITLE AND
                          APP-EMPLOYER = JOB-EMPLOYER AND
                          APP-LOCATION = JOB-LOCATION
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       *> procedure to view user's job applications
       VIEW-MY-APPLICATIONS.
           MOVE "------ Your Job Applications ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Application Summary for " WS-LOGGED-USER
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE "---" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00" AND
           WS-APPLICATIONS-STATUS NOT = "05"
               MOVE "Error opening applications file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-APPLICATIONS-STATUS = "05"
               MOVE "You have not applied to any jobs yet."
               TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF

           DELETE FILE APPLICATIONS-REPORT-FILE.
           CLOSE APPLICATIONS-REPORT-FILE.
           OPEN OUTPUT APPLICATIONS-REPORT-FILE
           IF WS-APPLICATIONS-REPORT-STATUS NOT = "00"
               STRING "Error opening application report file "
                   WS-APPLICATIONS-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE APPLICATIONS-REPORT-FILE
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AppR-PageCount
           PERFORM PrintPageHeading

           MOVE 0 TO WS-APP-COUNT
           MOVE 0 TO WS-MY-APP-COUNT
           MOVE 'N' TO EOF

           PERFORM UNTIL EOF = 'Y'
               READ APPLICATIONS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                       SET WSEOF TO TRUE
                   NOT AT END
                       IF APP-USERNAME = WS-LOGGED-USER
                           ADD 1 TO WS-APP-COUNT
                           *> remember the application so the act-on
                           *> prompt below can work with the chosen
                           *> number (interview booking, offers)
                           IF WS-MY-APP-COUNT < 50
                               ADD 1 TO WS-MY-APP-COUNT
                               MOVE APP-JOB-TITLE TO
                                   WS-MY-APP-TITLE(WS-MY-APP-COUNT)
                               MOVE APP-EMPLOYER TO
                                   WS-MY-APP-EMPLOYER(WS-MY-APP-COUNT)
                               MOVE APP-LOCATION TO
                                   WS-MY-APP-LOCATION(WS-MY-APP-COUNT)
                               MOVE APP-STATUS TO
                                   WS-MY-APP-STATUS(WS-MY-APP-COUNT)
                           END-IF
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Application " WS-MY-APP-COUNT ":"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Job Title: " APP-JOB-TITLE
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Employer: " APP-EMPLOYER
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Location: " APP-LOCATION
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Status: " APP-STATUS
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           MOVE "---" TO OUTPUT-RECORD
                           PERFORM WRITE-OUTPUT
                           PERFORM PrintReportBody
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PrintReportEnding
           CLOSE APPLICATIONS-FILE
           CLOSE APPLICATIONS-REPORT-FILE
           IF WS-APP-COUNT = 0
               MOVE "You have not applied to any jobs yet."
                  TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           MOVE WS-APP-COUNT TO WS-APP-COUNT-DISPLAY
           STRING "Total Applications: " WS-APP-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           PERFORM ACT-ON-MY-APPLICATION.

       *> follow-up prompt for VIEW-MY-APPLICATIONS: lets the
       *> applicant act on one of the numbered applications - book
       *> an interview slot once the poster has moved them to
       *> Interview status, or accept/decline once an Offer is in
       ACT-ON-MY-APPLICATION.
           IF WS-MY-APP-COUNT = 0 OR INPUT-EOF-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter an application number to act on it, or 0 "
                  "to go back:"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO WS-APP-LIST-CHOICE

           IF WS-APP-LIST-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-APP-LIST-CHOICE > WS-MY-APP-COUNT
               MOVE "Invalid choice." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MY-APP-TITLE(WS-APP-LIST-CHOICE) TO WS-JOB-TITLE
           MOVE WS-MY-APP-EMPLOYER(WS-APP-LIST-CHOICE)
               TO WS-JOB-EMPLOYER
           MOVE WS-MY-APP-LOCATION(WS-APP-LIST-CHOICE)
               TO WS-JOB-LOCATION

           EVALUATE WS-MY-APP-STATUS(WS-APP-LIST-CHOICE)
               WHEN "Interview"
                   PERFORM BOOK-INTERVIEW-SLOT
               WHEN "Offer"
                   PERFORM ANSWER-OFFER
               WHEN OTHER
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "No action available while this application "
                          "is at status "
                          FUNCTION TRIM(
                              WS-MY-APP-STATUS(WS-APP-LIST-CHOICE))
                          "." DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

       *> lets the applicant answer an offer from the act-on prompt;
       *> an acceptance also files the placement record the
       *> placement outcomes report is built from
       ANSWER-OFFER.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "You have an offer for "
                  FUNCTION TRIM(WS-JOB-TITLE) " at "
                  FUNCTION TRIM(WS-JOB-EMPLOYER) "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE "1. Accept Offer" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Decline Offer" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   MOVE "Offer Accepted" TO WS-NEW-APP-STATUS
                   PERFORM UPDATE-MY-APP-STATUS
                   PERFORM WRITE-PLACEMENT-RECORD
                   MOVE WS-LOGGED-USER TO WS-AUDIT-USER
                   MOVE "OFFER-ACCEPT" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING FUNCTION TRIM(WS-JOB-TITLE) " at "
                       FUNCTION TRIM(WS-JOB-EMPLOYER)
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM NOTIFY-POSTER-OF-ANSWER
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Congratulations! Your acceptance of "
                          FUNCTION TRIM(WS-JOB-TITLE)
                          " has been recorded."
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               WHEN '2'
                   MOVE "Offer Declined" TO WS-NEW-APP-STATUS
                   PERFORM UPDATE-MY-APP-STATUS
                   MOVE WS-LOGGED-USER TO WS-AUDIT-USER
                   MOVE "OFFER-DECLINE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING FUNCTION TRIM(WS-JOB-TITLE) " at "
                       FUNCTION TRIM(WS-JOB-EMPLOYER)
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM NOTIFY-POSTER-OF-ANSWER
                   MOVE "Offer declined." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

       *> rewrites the logged-in user's own application for the
       *> staged job to WS-NEW-APP-STATUS, the same temp-file way
       *> UPDATE-APPLICANT-STATUS rewrites for the poster
       UPDATE-MY-APP-STATUS.
           OPEN INPUT APPLICATIONS-FILE
           OPEN OUTPUT TEMP-APPLICATIONS-FILE
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       IF APP-USERNAME = WS-LOGGED-USER AND
                          APP-JOB-TITLE = WS-JOB-TITLE AND
                          APP-EMPLOYER = WS-JOB-EMPLOYER AND
                          APP-LOCATION = WS-JOB-LOCATION
                           MOVE WS-NEW-APP-STATUS TO APP-STATUS
                       END-IF
                       MOVE APP-USERNAME TO TEMP-APP-USERNAME
                       MOVE APP-JOB-TITLE TO TEMP-APP-JOB-TITLE
                       MOVE APP-EMPLOYER TO TEMP-APP-EMPLOYER
                       MOVE APP-LOCATION TO TEMP-APP-LOCATION
                       MOVE APP-STATUS TO TEMP-APP-STATUS
                       WRITE TEMP-APPLICATIONS-RECORD
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE TEMP-APPLICATIONS-FILE

           OPEN OUTPUT APPLICATIONS-FILE
           OPEN INPUT TEMP-APPLICATIONS-FILE
           MOVE SPACES TO WS-TEMP-APPLICATIONS-STATUS
           PERFORM UNTIL WS-TEMP-APPLICATIONS-STATUS = "10"
               READ TEMP-APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-APPLICATIONS-STATUS
                   NOT AT END
                       MOVE TEMP-APP-USERNAME TO APP-USERNAME
                       MOVE TEMP-APP-JOB-TITLE TO APP-JOB-TITLE
                       MOVE TEMP-APP-EMPLOYER TO APP-EMPLOYER
                       MOVE TEMP-APP-LOCATION TO APP-LOCATION
                       MOVE TEMP-APP-STATUS TO APP-STATUS
                       WRITE APPLICATION-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-APPLICATIONS-FILE
           CLOSE APPLICATIONS-FILE.

       *> files the placement row behind an accepted offer: student,
       *> job title, employer, and the acceptance date
       WRITE-PLACEMENT-RECORD.
           OPEN EXTEND PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS = "35"
               OPEN OUTPUT PLACEMENTS-FILE
               CLOSE PLACEMENTS-FILE
               OPEN EXTEND PLACEMENTS-FILE
           END-IF
           MOVE WS-LOGGED-USER TO PLACE-USERNAME
           MOVE WS-JOB-TITLE TO PLACE-JOB-TITLE
           MOVE WS-JOB-EMPLOYER TO PLACE-EMPLOYER
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO PLACE-DATE
           WRITE PLACEMENT-RECORD
           CLOSE PLACEMENTS-FILE.

       *> tells the poster how their offer was answered, the same
       *> system-message way SEND-STATUS-NOTIFICATION works; the
       *> poster's name comes off the posting, live or archived
       NOTIFY-POSTER-OF-ANSWER.
           MOVE SPACES TO WS-JOB-POSTER
           MOVE SPACES TO WS-JOB-COMPOSITE-KEY
           STRING WS-JOB-TITLE DELIMITED BY SIZE
                  WS-JOB-EMPLOYER DELIMITED BY SIZE
                  WS-JOB-LOCATION DELIMITED BY SIZE
               INTO WS-JOB-COMPOSITE-KEY
           END-STRING

           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
               MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
               READ JOBS-FILE
                   KEY IS JOB-COMPOSITE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-POSTER TO WS-JOB-POSTER
               END-READ
           END-IF
           CLOSE JOBS-FILE

           IF WS-JOB-POSTER = SPACES
               *> the posting may have been archived since the offer
               MOVE SPACES TO WS-ARCHIVED-JOBS-STATUS
               OPEN INPUT ARCHIVED-JOBS-FILE
               IF WS-ARCHIVED-JOBS-STATUS = "00"
                   MOVE 'N' TO WS-READ-EOF
                   PERFORM UNTIL WS-READ-EOF = 'Y'
                       READ ARCHIVED-JOBS-FILE
                           AT END
                               MOVE 'Y' TO WS-READ-EOF
                           NOT AT END
                               IF ARCH-JOB-COMPOSITE-KEY =
                                  WS-JOB-COMPOSITE-KEY
                                   MOVE ARCH-JOB-POSTER
                                       TO WS-JOB-POSTER
                                   MOVE 'Y' TO WS-READ-EOF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCHIVED-JOBS-FILE
           END-IF

           IF WS-JOB-POSTER = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-JOB-POSTER TO MSG-RECEIVER
           MOVE SPACES TO MSG-CONTENT
           STRING FUNCTION TRIM(WS-LOGGED-USER) ": "
               FUNCTION TRIM(WS-NEW-APP-STATUS) " for "
               FUNCTION TRIM(WS-JOB-TITLE) " at "
               FUNCTION TRIM(WS-JOB-EMPLOYER) "."
               DELIMITED BY SIZE INTO MSG-CONTENT
           END-STRING
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO WS-MSG-TIMESTAMP
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE

           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER.

       *> procedure to print page heading
       PrintPageHeading.
            MOVE WS-LOGGED-USER TO AppR-PrnUserName
            WRITE APPLICATION-REPORT-RECORD FROM AppR-PageHeading
                AFTER ADVANCING Page
            END-WRITE
            WRITE APPLICATION-REPORT-RECORD FROM AppR-Headers
                AFTER ADVANCING 5 LINES
            END-WRITE
            WRITE APPLICATION-REPORT-RECORD FROM AppR-HorizontalLine
                AFTER ADVANCING 1 LINES
            END-WRITE
            MOVE 6 TO AppR-LineCount
            ADD 1 TO AppR-PageCount.

       *> procedure to print report body
       PrintReportBody.
           IF AppR-NewPageRequired
               MOVE AppR-PageCount TO AppR-PrnPageNum
               WRITE APPLICATION-REPORT-RECORD FROM AppR-PageFooting
                   AFTER ADVANCING 5 LINES
               END-WRITE
               PERFORM PrintPageHeading
           END-IF
           MOVE APP-JOB-TITLE TO AppR-PrnJobTitle
           MOVE APP-EMPLOYER TO AppR-PrnEmployer
           MOVE APP-LOCATION TO AppR-PrnLocation
           MOVE APP-STATUS TO AppR-PrnStatus
           WRITE APPLICATION-REPORT-RECORD FROM AppR-JobDetailLine
               AFTER ADVANCING 1 LINES
           END-WRITE
           ADD 1 TO AppR-LineCount.

       *> procedure to print report ending
       PrintReportEnding.
           MOVE WS-APP-COUNT TO AppR-TotalApplicationsCount
           WRITE APPLICATION-REPORT-RECORD
               FROM AppR-TotalApplicationsLine
               AFTER ADVANCING 5 LINES
           END-WRITE.
           WRITE APPLICATION-REPORT-RECORD FROM AppR-ReportFooting
               AFTER ADVANCING 1 LINES
           END-WRITE.

       *> procedure to show a job poster their own postings and who
       *> has applied to each of them
       VIEW-MY-POSTINGS-APPLICANTS.
           MOVE "----- My Postings / Applicants -----" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE 0 TO WS-COUNT
           MOVE 0 TO WS-CLOSE-JOB-COUNT
           MOVE 'N' TO WS-READ-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "35"
               MOVE "You have not posted any jobs yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> this loop runs on WS-READ-EOF because the applicant
           *> listing it performs sweeps Applications.txt on EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF JOB-POSTER = WS-LOGGED-USER
                           ADD 1 TO WS-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Posting: " FUNCTION TRIM(JOB-TITLE)
                               " at " FUNCTION TRIM(JOB-EMPLOYER)
                               " (" FUNCTION TRIM(JOB-LOCATION) ")"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           PERFORM LIST-APPLICANTS-FOR-JOB
                           IF INPUT-EOF-FLAG = 'Y'
                               MOVE 'Y' TO WS-READ-EOF
                           ELSE
                               IF JOB-STATUS = 'O'
                                   PERFORM PROMPT-CLOSE-POSTING
                                   IF INPUT-EOF-FLAG = 'Y'
                                       MOVE 'Y' TO WS-READ-EOF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           *> apply any close requests now that Jobs.txt is no
           *> longer open for input
           IF WS-CLOSE-JOB-COUNT > 0
               PERFORM CLOSE-MARKED-POSTINGS
           END-IF

           *> closed/expired postings live on in the archive; the
           *> poster can still review them and their applicant lists
           PERFORM VIEW-MY-ARCHIVED-POSTINGS

           IF WS-COUNT = 0
               MOVE "You have not posted any jobs yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       *> asks the poster whether to close the posting currently in
       *> JOB-RECORD; a close is only noted here and applied by
       *> CLOSE-MARKED-POSTINGS once the browse pass has finished
       PROMPT-CLOSE-POSTING.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Close this posting? (1 = close, anything else "
                  "keeps it open):"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(1:1) = '1' AND WS-CLOSE-JOB-COUNT < 50
               ADD 1 TO WS-CLOSE-JOB-COUNT
               MOVE JOB-COMPOSITE-KEY TO
                   WS-CLOSE-JOB-KEY(WS-CLOSE-JOB-COUNT)
           END-IF.

       *> marks each posting noted by PROMPT-CLOSE-POSTING as closed;
       *> the end-of-day sweep will move it into ArchivedJobs.txt
       CLOSE-MARKED-POSTINGS.
           OPEN I-O JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               MOVE "Error opening jobs file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING JDX FROM 1 BY 1
                   UNTIL JDX > WS-CLOSE-JOB-COUNT
               MOVE WS-CLOSE-JOB-KEY(JDX) TO JOB-COMPOSITE-KEY
               READ JOBS-FILE
                   KEY IS JOB-COMPOSITE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO JOB-STATUS
                       REWRITE JOB-RECORD
                       MOVE WS-LOGGED-USER TO WS-AUDIT-USER
                       MOVE "CLOSE-POSTING" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-KEY
                       STRING FUNCTION TRIM(JOB-TITLE) " at "
                           FUNCTION TRIM(JOB-EMPLOYER)
                           DELIMITED BY SIZE INTO WS-AUDIT-KEY
                       END-STRING
                       PERFORM WRITE-AUDIT-ENTRY
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "  Posting closed: "
                           FUNCTION TRIM(JOB-TITLE)
                           DELIMITED BY SIZE INTO OUTPUT-RECORD
                       END-STRING
                       PERFORM WRITE-OUTPUT
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       *> shows the poster their archived (closed/expired) postings
       *> together with each one's applicant list
       VIEW-MY-ARCHIVED-POSTINGS.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 'N' TO WS-READ-EOF
           OPEN INPUT ARCHIVED-JOBS-FILE
           IF WS-ARCHIVED-JOBS-STATUS NOT = "00"
               CLOSE ARCHIVED-JOBS-FILE
               EXIT PARAGRAPH
           END-IF

           *> this loop runs on WS-READ-EOF because the applicant
           *> listing it performs sweeps Applications.txt on EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ ARCHIVED-JOBS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF ARCH-JOB-POSTER = WS-LOGGED-USER
                           ADD 1 TO WS-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Closed Posting: "
                               FUNCTION TRIM(ARCH-JOB-TITLE)
                               " at " FUNCTION TRIM(ARCH-JOB-EMPLOYER)
                               " (" FUNCTION TRIM(ARCH-JOB-LOCATION)
                               ")"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           *> LIST-APPLICANTS-FOR-JOB matches on the
                           *> JOB-RECORD fields, so stage them there
                           MOVE ARCH-JOB-TITLE TO JOB-TITLE
                           MOVE ARCH-JOB-EMPLOYER TO JOB-EMPLOYER
                           MOVE ARCH-JOB-LOCATION TO JOB-LOCATION
                           PERFORM LIST-APPLICANTS-FOR-JOB
                           IF INPUT-EOF-FLAG = 'Y'
                               MOVE 'Y' TO WS-READ-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-JOBS-FILE.

       *> lists every applicant of the job currently held in
       *> JOB-TITLE/JOB-EMPLOYER/JOB-LOCATION
       LIST-APPLICANTS-FOR-JOB.
           MOVE 0 TO WS-APP-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "35"
               MOVE "  No applicants yet." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ APPLICATIONS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF APP-JOB-TITLE = JOB-TITLE AND
                          APP-EMPLOYER = JOB-EMPLOYER AND
                          APP-LOCATION = JOB-LOCATION AND
                          WS-APP-COUNT < 50
                           ADD 1 TO WS-APP-COUNT
                           MOVE APP-USERNAME TO
                               WS-APP-LIST-USERNAME(WS-APP-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  " WS-APP-COUNT ". "
                               FUNCTION TRIM(APP-USERNAME)
                               " - " APP-STATUS
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                           *> applicants at Interview also show
                           *> their scheduling state, so the poster
                           *> can see who booked, who hasn't, and
                           *> who no-showed
                           IF APP-STATUS = "Interview"
                               PERFORM SHOW-APPLICANT-SLOT-NOTE
                           END-IF
                           *> flag applicants with a generated
                           *> resume so the poster knows to ask
                           MOVE APP-USERNAME TO WS-CHECK-USERNAME
                           PERFORM CHECK-RESUME-ON-FILE
                           IF WS-RESUME-ON-FILE = 'Y'
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "     Generated resume on "
                                      "file - ask the applicant "
                                      "for it."
                                   DELIMITED BY SIZE
                                   INTO OUTPUT-RECORD
                               END-STRING
                               PERFORM WRITE-OUTPUT
                           END-IF
                           *> and whether the registrar backs up
                           *> their university, major and grad year
                           PERFORM CHECK-PROFILE-VERIFIED
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "     Enrollment: "
                                  WS-VER-STATUS-TEXT
                               DELIMITED BY SIZE
                               INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           IF WS-APP-COUNT = 0
               MOVE "  No applicants yet." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Enter an applicant number to update their "
                  "status, or 0 to skip:"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO WS-APP-LIST-CHOICE

           IF WS-APP-LIST-CHOICE > 0 AND
              WS-APP-LIST-CHOICE <= WS-APP-COUNT
               PERFORM UPDATE-APPLICANT-STATUS
           END-IF.

       *> prompts for and applies a new status to the applicant
       *> selected from LIST-APPLICANTS-FOR-JOB's numbered list
       UPDATE-APPLICANT-STATUS.
           MOVE "  1. Applied"       TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  2. Under Review"  TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  3. Interview"     TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  4. Rejected"      TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  5. Offer"         TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  Enter new status:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:1) TO WS-APP-STATUS-CHOICE

           EVALUATE WS-APP-STATUS-CHOICE
               WHEN 1 MOVE "Applied"      TO WS-NEW-APP-STATUS
               WHEN 2 MOVE "Under Review" TO WS-NEW-APP-STATUS
               WHEN 3 MOVE "Interview"    TO WS-NEW-APP-STATUS
               WHEN 4 MOVE "Rejected"     TO WS-NEW-APP-STATUS
               WHEN 5 MOVE "Offer"        TO WS-NEW-APP-STATUS
               WHEN OTHER
                   MOVE "  Invalid status choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-APP-LIST-USERNAME(WS-APP-LIST-CHOICE)
               TO WS-TARGET-USERNAME
           PERFORM APPLY-APPLICANT-STATUS.

       *> moves WS-TARGET-USERNAME's application for the job in
       *> JOB-TITLE/JOB-EMPLOYER/JOB-LOCATION to WS-NEW-APP-STATUS,
       *> journals it, and notifies the applicant; shared by the
       *> applicant list and the ranked shortlist
       APPLY-APPLICANT-STATUS.
           OPEN INPUT APPLICATIONS-FILE
           OPEN OUTPUT TEMP-APPLICATIONS-FILE
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       IF APP-USERNAME = WS-TARGET-USERNAME AND
                          APP-JOB-TITLE = JOB-TITLE AND
                          APP-EMPLOYER = JOB-EMPLOYER AND
                          APP-LOCATION = JOB-LOCATION
                           MOVE WS-NEW-APP-STATUS TO APP-STATUS
                       END-IF
                       MOVE APP-USERNAME TO TEMP-APP-USERNAME
                       MOVE APP-JOB-TITLE TO TEMP-APP-JOB-TITLE
                       MOVE APP-EMPLOYER TO TEMP-APP-EMPLOYER
                       MOVE APP-LOCATION TO TEMP-APP-LOCATION
                       MOVE APP-STATUS TO TEMP-APP-STATUS
                       WRITE TEMP-APPLICATIONS-RECORD
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE TEMP-APPLICATIONS-FILE

           OPEN OUTPUT APPLICATIONS-FILE
           OPEN INPUT TEMP-APPLICATIONS-FILE
           MOVE SPACES TO WS-TEMP-APPLICATIONS-STATUS
           PERFORM UNTIL WS-TEMP-APPLICATIONS-STATUS = "10"
               READ TEMP-APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-APPLICATIONS-STATUS
                   NOT AT END
                       MOVE TEMP-APP-USERNAME TO APP-USERNAME
                       MOVE TEMP-APP-JOB-TITLE TO APP-JOB-TITLE
                       MOVE TEMP-APP-EMPLOYER TO APP-EMPLOYER
                       MOVE TEMP-APP-LOCATION TO APP-LOCATION
                       MOVE TEMP-APP-STATUS TO APP-STATUS
                       WRITE APPLICATION-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-APPLICATIONS-FILE
           CLOSE APPLICATIONS-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Status updated for "
               FUNCTION TRIM(WS-TARGET-USERNAME)
               "." DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "UPDATE-APP-STATUS" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-TARGET-USERNAME) " -> "
               FUNCTION TRIM(WS-NEW-APP-STATUS)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           *> let the applicant know without waiting for them to
           *> re-check View My Applications; the note lands in their
           *> unread count at next login like any other message
           PERFORM SEND-STATUS-NOTIFICATION.

       *> drops a system-generated message to the applicant whose
       *> status UPDATE-APPLICANT-STATUS just changed; written the
       *> same way SEND-NEW-MESSAGE writes a user message, with the
       *> system itself as the sender
       SEND-STATUS-NOTIFICATION.
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               MOVE "Error opening messages file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-TARGET-USERNAME TO MSG-RECEIVER
           MOVE SPACES TO MSG-CONTENT
           STRING "Your application for " FUNCTION TRIM(JOB-TITLE)
               " at " FUNCTION TRIM(JOB-EMPLOYER)
               " is now " FUNCTION TRIM(WS-NEW-APP-STATUS) "."
               DELIMITED BY SIZE INTO MSG-CONTENT
           END-STRING
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO WS-MSG-TIMESTAMP
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG

           WRITE MESSAGE-RECORD

           CLOSE MESSAGES-FILE

           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER.

       *> APPLICANT SHORTLIST ------------------------------------------

       *> ranks every applicant to one of the poster's live postings
       *> on what is already on file about them - keyword overlap
       *> with the posting (the job-alert matching), completed
       *> modules, endorsements, graduation year and a registered
       *> resume - prints ShortlistReport.txt highest score first,
       *> then lets the poster move people straight to Under Review
       *> or Interview
       SHORTLIST-APPLICANTS.
           MOVE "----- Ranked Applicant Shortlist -----"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE 0 TO WS-JOB-COUNT
           MOVE 'N' TO WS-READ-EOF
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               MOVE "You have not posted any jobs yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF JOB-POSTER = WS-LOGGED-USER AND
                          WS-JOB-COUNT < 200
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JOB-COMPOSITE-KEY TO
                               WS-JOB-LIST-KEY(WS-JOB-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-JOB-COUNT ". "
                               FUNCTION TRIM(JOB-TITLE) " at "
                               FUNCTION TRIM(JOB-EMPLOYER) " ("
                               FUNCTION TRIM(JOB-LOCATION) ")"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           IF WS-JOB-COUNT = 0
               MOVE "You have not posted any jobs yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a posting number, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:3) TO WS-JOB-CHOICE
           IF WS-JOB-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-CHOICE > WS-JOB-COUNT
               MOVE "Invalid posting number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> Jobs.txt stays open through the scoring pass so the
           *> matching step can inspect the posting's title and
           *> description in JOB-RECORD
           OPEN INPUT JOBS-FILE
           MOVE WS-JOB-LIST-KEY(WS-JOB-CHOICE) TO JOB-COMPOSITE-KEY
           READ JOBS-FILE
               KEY IS JOB-COMPOSITE-KEY
               INVALID KEY
                   MOVE "That posting is no longer available."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   CLOSE JOBS-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE JOB-TITLE TO WS-SL-JOB-TITLE
           MOVE JOB-EMPLOYER TO WS-SL-JOB-EMPLOYER
           MOVE JOB-LOCATION TO WS-SL-JOB-LOCATION

           ACCEPT WS-TODAY-DATE FROM DATE
           COMPUTE WS-SL-THIS-YEAR = 2000 +
               FUNCTION NUMVAL(WS-TODAY-DATE(1:2))

           MOVE 0 TO WS-SL-COUNT
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               MOVE "10" TO WS-APPLICATIONS-STATUS
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       IF APP-JOB-TITLE = WS-SL-JOB-TITLE AND
                          APP-EMPLOYER = WS-SL-JOB-EMPLOYER AND
                          APP-LOCATION = WS-SL-JOB-LOCATION AND
                          APP-STATUS NOT = "Withdrawn" AND
                          WS-SL-COUNT < 50
                           ADD 1 TO WS-SL-COUNT
                           MOVE APP-USERNAME TO
                               WS-SL-USERNAME(WS-SL-COUNT)
                           MOVE APP-STATUS TO
                               WS-SL-STATUS(WS-SL-COUNT)
                           PERFORM SCORE-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE JOBS-FILE

           IF WS-SL-COUNT = 0
               MOVE "  No applicants yet." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> highest score first; ties keep the order they applied in
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX >= WS-SL-COUNT
               PERFORM VARYING WS-SL-IDX2 FROM 1 BY 1
                       UNTIL WS-SL-IDX2 > WS-SL-COUNT - WS-SL-IDX
                   IF WS-SL-SCORE(WS-SL-IDX2) <
                      WS-SL-SCORE(WS-SL-IDX2 + 1)
                       MOVE WS-SL-ENTRY(WS-SL-IDX2) TO WS-SL-HOLD
                       MOVE WS-SL-ENTRY(WS-SL-IDX2 + 1)
                           TO WS-SL-ENTRY(WS-SL-IDX2)
                       MOVE WS-SL-HOLD TO WS-SL-ENTRY(WS-SL-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM WRITE-SHORTLIST-REPORT
           PERFORM ADVANCE-SHORTLISTED WITH TEST AFTER
               UNTIL WS-SL-CHOICE = 0 OR INPUT-EOF-FLAG = 'Y'.

       *> works out the score of the applicant just added as entry
       *> WS-SL-COUNT; their profile and modules are staged the way
       *> the job-alert step stages the logged-in user's
       SCORE-ONE-APPLICANT.
           MOVE WS-SL-USERNAME(WS-SL-COUNT) TO WS-TARGET-USERNAME
           PERFORM LOAD-APPLICANT-FOR-SCORING

           PERFORM JOB-MATCHES-PROFILE
           MOVE WS-MATCH-HITS TO WS-SL-HITS(WS-SL-COUNT)
           IF WS-MATCH-HITS > WS-SL-MAX-HITS
               COMPUTE WS-SL-PTS = WS-SL-MAX-HITS * WS-SL-PTS-PER-HIT
           ELSE
               COMPUTE WS-SL-PTS = WS-MATCH-HITS * WS-SL-PTS-PER-HIT
           END-IF
           MOVE WS-SL-PTS TO WS-SL-SCORE(WS-SL-COUNT)

           COMPUTE WS-SL-SCORE(WS-SL-COUNT) =
               WS-SL-SCORE(WS-SL-COUNT) +
               WS-SL-MODULES(WS-SL-COUNT) * WS-SL-PTS-PER-MODULE

           MOVE WS-TARGET-USERNAME TO WS-CHECK-USERNAME
           PERFORM COUNT-APPLICANT-ENDORSEMENTS
           MOVE WS-ENDORSE-COUNT TO WS-SL-ENDORSED(WS-SL-COUNT)
           IF WS-ENDORSE-COUNT > WS-SL-MAX-ENDORSE
               COMPUTE WS-SL-PTS =
                   WS-SL-MAX-ENDORSE * WS-SL-PTS-PER-ENDORSE
           ELSE
               COMPUTE WS-SL-PTS =
                   WS-ENDORSE-COUNT * WS-SL-PTS-PER-ENDORSE
           END-IF
           ADD WS-SL-PTS TO WS-SL-SCORE(WS-SL-COUNT)

           MOVE WS-GRADYEAR TO WS-SL-GRADYEAR(WS-SL-COUNT)
           MOVE 0 TO WS-SL-GRAD-PTS(WS-SL-COUNT)
           IF WS-GRADYEAR IS NUMERIC
               MOVE WS-GRADYEAR TO WS-SL-GRAD-NUM
               IF WS-SL-GRAD-NUM = WS-SL-THIS-YEAR OR
                  WS-SL-GRAD-NUM = WS-SL-THIS-YEAR + 1
                   MOVE WS-SL-PTS-GRAD-NEAR
                       TO WS-SL-GRAD-PTS(WS-SL-COUNT)
               END-IF
               IF WS-SL-GRAD-NUM = WS-SL-THIS-YEAR + 2
                   MOVE WS-SL-PTS-GRAD-NEXT
                       TO WS-SL-GRAD-PTS(WS-SL-COUNT)
               END-IF
           END-IF
           ADD WS-SL-GRAD-PTS(WS-SL-COUNT) TO WS-SL-SCORE(WS-SL-COUNT)

           PERFORM CHECK-RESUME-ON-FILE
           MOVE WS-RESUME-ON-FILE TO WS-SL-RESUME(WS-SL-COUNT)
           IF WS-RESUME-ON-FILE = 'Y'
               ADD WS-SL-PTS-RESUME TO WS-SL-SCORE(WS-SL-COUNT)
           END-IF.

       *> stages WS-TARGET-USERNAME's profile in WS-PROF-REC and
       *> their completed modules in WS-MY-SKILL for the matching
       *> step, counting every module into the current shortlist
       *> entry; both scans loop on file status so they are safe
       *> inside the applications read loop
       LOAD-APPLICANT-FOR-SCORING.
           INITIALIZE WS-PROF-REC
           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS = "00"
               MOVE WS-TARGET-USERNAME TO PROF-USERNAME
               READ PROFILES-FILE
                   KEY IS PROF-USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROFILE-REC TO WS-PROF-REC
               END-READ
           END-IF
           CLOSE PROFILES-FILE

           MOVE 0 TO WS-MY-SKILL-COUNT
           MOVE 0 TO WS-SL-MODULES(WS-SL-COUNT)
           MOVE SPACES TO WS-SKILLS-STATUS
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
               MOVE "10" TO WS-SKILLS-STATUS
           END-IF
           PERFORM UNTIL WS-SKILLS-STATUS = "10"
                   AT END
                       MOVE "10" TO WS-SKILLS-STATUS
                   NOT AT END
                       IF SKILL-USERNAME = WS-TARGET-USERNAME
                           ADD 1 TO WS-SL-MODULES(WS-SL-COUNT)
                           IF WS-MY-SKILL-COUNT < 5
                               ADD 1 TO WS-MY-SKILL-COUNT
                               MOVE SKILL-NAME TO
                                   WS-MY-SKILL(WS-MY-SKILL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE.

       *> counts every endorsement and recommendation on file for
       *> WS-CHECK-USERNAME into WS-ENDORSE-COUNT; loops on the
       *> file status so it is safe inside other read loops
       COUNT-APPLICANT-ENDORSEMENTS.
           MOVE 0 TO WS-ENDORSE-COUNT
           MOVE SPACES TO WS-ENDORSE-STATUS
           OPEN INPUT ENDORSEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-ENDORSE-STATUS
                   NOT AT END
                       IF END-USERNAME = WS-CHECK-USERNAME AND
                          WS-ENDORSE-COUNT < 999
                           ADD 1 TO WS-ENDORSE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE.

       *> prints the ranked list to the screen and to
       *> ShortlistReport.txt: rank, score and status, then the
       *> factor breakdown underneath
       WRITE-SHORTLIST-REPORT.
           OPEN OUTPUT SHORTLIST-REPORT-FILE
           IF WS-SHORTLIST-REPORT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening shortlist report file "
                   WS-SHORTLIST-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE SHORTLIST-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Applicant Shortlist - " WS-FORMATTED-JOB-DATE
                  " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-SHORTLIST-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Posting: " FUNCTION TRIM(WS-SL-JOB-TITLE) " at "
                  FUNCTION TRIM(WS-SL-JOB-EMPLOYER) " ("
                  FUNCTION TRIM(WS-SL-JOB-LOCATION) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-SHORTLIST-LINE

           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
               MOVE WS-SL-SCORE(WS-SL-IDX) TO WS-SL-SCORE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-SL-IDX ". "
                      WS-SL-USERNAME(WS-SL-IDX)
                      " Score: " WS-SL-SCORE-DISPLAY
                      "  Status: "
                      FUNCTION TRIM(WS-SL-STATUS(WS-SL-IDX))
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-SHORTLIST-LINE

               MOVE WS-SL-HITS(WS-SL-IDX) TO WS-SL-HITS-DISPLAY
               IF WS-SL-HITS(WS-SL-IDX) > WS-SL-MAX-HITS
                   COMPUTE WS-SL-PTS =
                       WS-SL-MAX-HITS * WS-SL-PTS-PER-HIT
               ELSE
                   COMPUTE WS-SL-PTS =
                       WS-SL-HITS(WS-SL-IDX) * WS-SL-PTS-PER-HIT
               END-IF
               MOVE WS-SL-PTS TO WS-SL-HITS-PTS-DISPLAY
               MOVE WS-SL-MODULES(WS-SL-IDX) TO WS-SL-MOD-DISPLAY
               COMPUTE WS-SL-PTS =
                   WS-SL-MODULES(WS-SL-IDX) * WS-SL-PTS-PER-MODULE
               MOVE WS-SL-PTS TO WS-SL-MOD-PTS-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "    Keyword hits "
                      FUNCTION TRIM(WS-SL-HITS-DISPLAY) " (+"
                      FUNCTION TRIM(WS-SL-HITS-PTS-DISPLAY) ")"
                      " | Modules "
                      FUNCTION TRIM(WS-SL-MOD-DISPLAY) " (+"
                      FUNCTION TRIM(WS-SL-MOD-PTS-DISPLAY) ")"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-SHORTLIST-LINE

               MOVE WS-SL-ENDORSED(WS-SL-IDX) TO WS-SL-END-DISPLAY
               IF WS-SL-ENDORSED(WS-SL-IDX) > WS-SL-MAX-ENDORSE
                   COMPUTE WS-SL-PTS =
                       WS-SL-MAX-ENDORSE * WS-SL-PTS-PER-ENDORSE
               ELSE
                   COMPUTE WS-SL-PTS =
                       WS-SL-ENDORSED(WS-SL-IDX) * WS-SL-PTS-PER-ENDORSE
               END-IF
               MOVE WS-SL-PTS TO WS-SL-END-PTS-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               IF WS-SL-RESUME(WS-SL-IDX) = 'Y'
                   STRING "    Endorsements "
                          FUNCTION TRIM(WS-SL-END-DISPLAY) " (+"
                          FUNCTION TRIM(WS-SL-END-PTS-DISPLAY) ")"
                          " | Grad year " WS-SL-GRADYEAR(WS-SL-IDX)
                          " (+" WS-SL-GRAD-PTS(WS-SL-IDX) ")"
                          " | Resume on file (+" WS-SL-PTS-RESUME ")"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               ELSE
                   STRING "    Endorsements "
                          FUNCTION TRIM(WS-SL-END-DISPLAY) " (+"
                          FUNCTION TRIM(WS-SL-END-PTS-DISPLAY) ")"
                          " | Grad year " WS-SL-GRADYEAR(WS-SL-IDX)
                          " (+" WS-SL-GRAD-PTS(WS-SL-IDX) ")"
                          " | No resume (+0)"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               PERFORM WRITE-SHORTLIST-LINE
           END-PERFORM

           MOVE "---- End of Applicant Shortlist ----" TO OUTPUT-RECORD
           PERFORM WRITE-SHORTLIST-LINE
           CLOSE SHORTLIST-REPORT-FILE

           MOVE "Report written to ShortlistReport.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the shortlist report
       WRITE-SHORTLIST-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO SHORTLIST-REPORT-RECORD
           WRITE SHORTLIST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> one pass of the move-forward prompt: a rank number from the
       *> shortlist and Under Review or Interview, applied through
       *> the same status update and notification the applicant
       *> list uses; 0 ends the prompting
       ADVANCE-SHORTLISTED.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter a rank number to move that applicant "
                  "forward, or 0 when done:"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(2:1) >= '0' AND INPUT-RECORD(2:1) <= '9'
               MOVE INPUT-RECORD(1:2) TO WS-SL-CHOICE
           ELSE
               MOVE INPUT-RECORD(1:1) TO WS-SL-CHOICE
           END-IF
           IF WS-SL-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SL-CHOICE > WS-SL-COUNT
               MOVE "Invalid rank number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "  2. Under Review" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  3. Interview" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  Enter new status:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           EVALUATE INPUT-RECORD(1:1)
               WHEN '2' MOVE "Under Review" TO WS-NEW-APP-STATUS
               WHEN '3' MOVE "Interview"    TO WS-NEW-APP-STATUS
               WHEN OTHER
                   MOVE "  Invalid status choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           *> the status update and its notification key off the
           *> posting in JOB-RECORD, so stage the ranked posting there
           MOVE WS-SL-JOB-TITLE TO JOB-TITLE
           MOVE WS-SL-JOB-EMPLOYER TO JOB-EMPLOYER
           MOVE WS-SL-JOB-LOCATION TO JOB-LOCATION
           MOVE WS-SL-USERNAME(WS-SL-CHOICE) TO WS-TARGET-USERNAME
           PERFORM APPLY-APPLICANT-STATUS
           MOVE WS-NEW-APP-STATUS TO WS-SL-STATUS(WS-SL-CHOICE).

       *> INTERVIEW SCHEDULING -----------------------------------------

       *> poster-side entry point: pick one of your own postings,
       *> then publish interview slots against it, review who has
       *> booked which slot, and mark no-shows - so what used to
       *> happen off-system over email stays visible here
       MANAGE-INTERVIEW-SLOTS.
           MOVE "------ Manage Interview Slots ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE 0 TO WS-JOB-COUNT
           MOVE 'N' TO WS-READ-EOF
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               MOVE "You have not posted any jobs yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF JOB-POSTER = WS-LOGGED-USER AND
                          WS-JOB-COUNT < 200
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JOB-COMPOSITE-KEY TO
                               WS-JOB-LIST-KEY(WS-JOB-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-JOB-COUNT ". "
                               FUNCTION TRIM(JOB-TITLE) " at "
                               FUNCTION TRIM(JOB-EMPLOYER) " ("
                               FUNCTION TRIM(JOB-LOCATION) ")"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           IF WS-JOB-COUNT = 0
               MOVE "You have not posted any jobs yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a posting number, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:3) TO WS-JOB-CHOICE
           IF WS-JOB-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-CHOICE > WS-JOB-COUNT
               MOVE "Invalid posting number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> re-read the chosen posting so its fields are on hand
           *> for the slot screens and the audit keys
           OPEN INPUT JOBS-FILE
           MOVE WS-JOB-LIST-KEY(WS-JOB-CHOICE) TO JOB-COMPOSITE-KEY
           READ JOBS-FILE
               KEY IS JOB-COMPOSITE-KEY
               INVALID KEY
                   MOVE "That posting is no longer available."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   CLOSE JOBS-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE JOB-COMPOSITE-KEY TO WS-JOB-COMPOSITE-KEY
                   MOVE JOB-TITLE TO WS-JOB-TITLE
                   MOVE JOB-EMPLOYER TO WS-JOB-EMPLOYER
           END-READ
           CLOSE JOBS-FILE

           PERFORM INTERVIEW-SLOT-MENU.

       *> per-posting slot screen; the posting's key and text are
       *> already staged in WS-JOB-COMPOSITE-KEY/-TITLE/-EMPLOYER
       INTERVIEW-SLOT-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Interview Slots: "
                  FUNCTION TRIM(WS-JOB-TITLE) " ---"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE "1. Publish a Slot" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. List Slots" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Mark a No-Show" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   PERFORM PUBLISH-INTERVIEW-SLOT
                   PERFORM INTERVIEW-SLOT-MENU
               WHEN '2'
                   PERFORM LIST-INTERVIEW-SLOTS
                   PERFORM INTERVIEW-SLOT-MENU
               WHEN '3'
                   PERFORM MARK-SLOT-NO-SHOW
                   PERFORM INTERVIEW-SLOT-MENU
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM INTERVIEW-SLOT-MENU
           END-EVALUATE.

       *> publishes one open slot (date, time, location or call-in
       *> detail) against the staged posting
       PUBLISH-INTERVIEW-SLOT.
           PERFORM WITH TEST AFTER UNTIL WS-VALID-DATE = 'Y'
               MOVE "Enter Slot Date (YYMMDD):" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD(1:6) TO WS-SLOT-DATE
               PERFORM VALIDATE-SLOT-DATE
           END-PERFORM

           MOVE "Enter Slot Time (HH:MM):" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Slot time is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:5) TO WS-SLOT-TIME

           MOVE "Enter Location or Call-In Detail:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Slot detail is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-SLOT-DETAIL

           OPEN EXTEND SLOTS-FILE
           IF WS-SLOTS-STATUS = "35"
               OPEN OUTPUT SLOTS-FILE
               CLOSE SLOTS-FILE
               OPEN EXTEND SLOTS-FILE
           END-IF
           MOVE WS-JOB-COMPOSITE-KEY TO SLOT-JOB-KEY
           MOVE WS-LOGGED-USER TO SLOT-POSTER
           MOVE WS-SLOT-DATE TO SLOT-DATE
           MOVE WS-SLOT-TIME TO SLOT-TIME
           MOVE WS-SLOT-DETAIL TO SLOT-DETAIL
           MOVE SPACES TO SLOT-APPLICANT
           MOVE 'O' TO SLOT-STATUS
           WRITE SLOT-RECORD
           CLOSE SLOTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "PUBLISH-SLOT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-JOB-TITLE) " "
               WS-SLOT-DATE " " WS-SLOT-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Interview slot published." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> slot dates must be real YYMMDD values, closing-date style
       VALIDATE-SLOT-DATE.
           MOVE 'Y' TO WS-VALID-DATE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 6
               MOVE WS-SLOT-DATE(IDX:1) TO CHAR
               IF CHAR < '0' OR CHAR > '9'
                   MOVE "Slot date must be YYMMDD." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE 'N' TO WS-VALID-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SLOT-DATE(3:2) < "01" OR WS-SLOT-DATE(3:2) > "12" OR
              WS-SLOT-DATE(5:2) < "01" OR WS-SLOT-DATE(5:2) > "31"
               MOVE "Slot date must be a real date (YYMMDD)."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-DATE
           END-IF.

       *> shows every slot against the staged posting: who is
       *> scheduled, who no-showed, and which slots are still open
       LIST-INTERVIEW-SLOTS.
           MOVE 0 TO WS-SLOT-COUNT
           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS NOT = "00"
               CLOSE SLOTS-FILE
               MOVE "No slots published for this posting yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SLOTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SLOT-JOB-KEY = WS-JOB-COMPOSITE-KEY
                           ADD 1 TO WS-SLOT-COUNT
                           PERFORM SHOW-ONE-SLOT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE
           IF WS-SLOT-COUNT = 0
               MOVE "No slots published for this posting yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       *> prints the slot currently in SLOT-RECORD with its state
       SHOW-ONE-SLOT-LINE.
           MOVE SLOT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           EVALUATE SLOT-STATUS
               WHEN 'O'
                   STRING "  " WS-FORMATTED-JOB-DATE " " SLOT-TIME
                       " (" FUNCTION TRIM(SLOT-DETAIL) ") - Open"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               WHEN 'B'
                   STRING "  " WS-FORMATTED-JOB-DATE " " SLOT-TIME
                       " (" FUNCTION TRIM(SLOT-DETAIL)
                       ") - Booked by "
                       FUNCTION TRIM(SLOT-APPLICANT)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               WHEN 'N'
                   STRING "  " WS-FORMATTED-JOB-DATE " " SLOT-TIME
                       " (" FUNCTION TRIM(SLOT-DETAIL)
                       ") - No-show by "
                       FUNCTION TRIM(SLOT-APPLICANT)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-OUTPUT.

       *> lets the poster flag a booked slot whose applicant never
       *> turned up; the slot keeps the applicant's name so the
       *> applicant list can report the no-show
       MARK-SLOT-NO-SHOW.
           MOVE 0 TO WS-SLOT-COUNT
           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS NOT = "00"
               CLOSE SLOTS-FILE
               MOVE "No booked slots for this posting."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SLOTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SLOT-JOB-KEY = WS-JOB-COMPOSITE-KEY AND
                          SLOT-STATUS = 'B' AND
                          WS-SLOT-COUNT < 20
                           ADD 1 TO WS-SLOT-COUNT
                           MOVE SLOT-DATE TO
                               WS-SLOT-LIST-DATE(WS-SLOT-COUNT)
                           MOVE SLOT-TIME TO
                               WS-SLOT-LIST-TIME(WS-SLOT-COUNT)
                           MOVE SLOT-APPLICANT TO
                               WS-SLOT-LIST-APPLICANT(WS-SLOT-COUNT)
                           MOVE SLOT-DATE TO WS-JOB-DATE-RAW
                           PERFORM FORMAT-JOB-DATE
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-SLOT-COUNT ". "
                               WS-FORMATTED-JOB-DATE " " SLOT-TIME
                               " - " FUNCTION TRIM(SLOT-APPLICANT)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE

           IF WS-SLOT-COUNT = 0
               MOVE "No booked slots for this posting."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a slot number to mark no-show, or 0 to back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO WS-SLOT-CHOICE
           IF WS-SLOT-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-CHOICE > WS-SLOT-COUNT
               MOVE "Invalid slot number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLOT-LIST-DATE(WS-SLOT-CHOICE) TO WS-SLOT-DATE
           MOVE WS-SLOT-LIST-TIME(WS-SLOT-CHOICE) TO WS-SLOT-TIME
           MOVE WS-SLOT-LIST-APPLICANT(WS-SLOT-CHOICE)
               TO WS-TARGET-USERNAME
           MOVE 'N' TO WS-SLOT-BOOKED
           OPEN INPUT SLOTS-FILE
           OPEN OUTPUT TEMP-SLOTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SLOTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SLOT-JOB-KEY = WS-JOB-COMPOSITE-KEY AND
                          SLOT-DATE = WS-SLOT-DATE AND
                          SLOT-TIME = WS-SLOT-TIME AND
                          SLOT-APPLICANT = WS-TARGET-USERNAME AND
                          SLOT-STATUS = 'B' AND
                          WS-SLOT-BOOKED = 'N'
                           MOVE 'N' TO SLOT-STATUS
                           MOVE 'Y' TO WS-SLOT-BOOKED
                       END-IF
                       PERFORM COPY-SLOT-TO-TEMP
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE
           CLOSE TEMP-SLOTS-FILE
           PERFORM COPY-TEMP-SLOTS-BACK

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "SLOT-NO-SHOW" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-TARGET-USERNAME) " "
               WS-SLOT-DATE " " WS-SLOT-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Slot marked no-show for "
               FUNCTION TRIM(WS-TARGET-USERNAME) "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> stages the slot currently in SLOT-RECORD onto the temp file
       COPY-SLOT-TO-TEMP.
           MOVE SLOT-JOB-KEY TO TEMP-SLOT-JOB-KEY
           MOVE SLOT-POSTER TO TEMP-SLOT-POSTER
           MOVE SLOT-DATE TO TEMP-SLOT-DATE
           MOVE SLOT-TIME TO TEMP-SLOT-TIME
           MOVE SLOT-DETAIL TO TEMP-SLOT-DETAIL
           MOVE SLOT-APPLICANT TO TEMP-SLOT-APPLICANT
           MOVE SLOT-STATUS TO TEMP-SLOT-STATUS
           WRITE TEMP-SLOT-RECORD.

       *> copies the rewritten slots back over InterviewSlots.txt,
       *> the same way the messages file comes back from its temp
       COPY-TEMP-SLOTS-BACK.
           OPEN OUTPUT SLOTS-FILE
           OPEN INPUT TEMP-SLOTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ TEMP-SLOTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TEMP-SLOT-JOB-KEY TO SLOT-JOB-KEY
                       MOVE TEMP-SLOT-POSTER TO SLOT-POSTER
                       MOVE TEMP-SLOT-DATE TO SLOT-DATE
                       MOVE TEMP-SLOT-TIME TO SLOT-TIME
                       MOVE TEMP-SLOT-DETAIL TO SLOT-DETAIL
                       MOVE TEMP-SLOT-APPLICANT TO SLOT-APPLICANT
                       MOVE TEMP-SLOT-STATUS TO SLOT-STATUS
                       WRITE SLOT-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-SLOTS-FILE
           CLOSE SLOTS-FILE.

       *> applicant-side booking, reached from the act-on prompt in
       *> VIEW-MY-APPLICATIONS once the poster has moved the
       *> application to Interview; the chosen application's job
       *> text is staged in WS-JOB-TITLE/-EMPLOYER/-LOCATION
       BOOK-INTERVIEW-SLOT.
           MOVE SPACES TO WS-JOB-COMPOSITE-KEY
           STRING WS-JOB-TITLE DELIMITED BY SIZE
                  WS-JOB-EMPLOYER DELIMITED BY SIZE
                  WS-JOB-LOCATION DELIMITED BY SIZE
               INTO WS-JOB-COMPOSITE-KEY
           END-STRING

           *> one booking per application: if a slot already carries
           *> this user, just show it again
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SLOTS-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SLOT-JOB-KEY = WS-JOB-COMPOSITE-KEY AND
                              SLOT-APPLICANT = WS-LOGGED-USER AND
                              SLOT-STATUS = 'B'
                               MOVE 'Y' TO WS-FOUND
                               MOVE SLOT-DATE TO WS-JOB-DATE-RAW
                               PERFORM FORMAT-JOB-DATE
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "You already have an interview "
                                   "booked for " WS-FORMATTED-JOB-DATE
                                   " at " SLOT-TIME "."
                                   DELIMITED BY SIZE INTO OUTPUT-RECORD
                               END-STRING
                               PERFORM WRITE-OUTPUT
                               MOVE 'Y' TO EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SLOTS-FILE
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> collect the open slots for this posting
           MOVE 0 TO WS-SLOT-COUNT
           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SLOTS-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SLOT-JOB-KEY = WS-JOB-COMPOSITE-KEY AND
                              SLOT-STATUS = 'O' AND
                              WS-SLOT-COUNT < 20
                               ADD 1 TO WS-SLOT-COUNT
                               MOVE SLOT-DATE TO
                                   WS-SLOT-LIST-DATE(WS-SLOT-COUNT)
                               MOVE SLOT-TIME TO
                                   WS-SLOT-LIST-TIME(WS-SLOT-COUNT)
                               MOVE SLOT-DETAIL TO
                                   WS-SLOT-LIST-DETAIL(WS-SLOT-COUNT)
                               MOVE SLOT-POSTER TO WS-SLOT-POSTER
                               MOVE SLOT-DATE TO WS-JOB-DATE-RAW
                               PERFORM FORMAT-JOB-DATE
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING WS-SLOT-COUNT ". "
                                   WS-FORMATTED-JOB-DATE " " SLOT-TIME
                                   " (" FUNCTION TRIM(SLOT-DETAIL) ")"
                                   DELIMITED BY SIZE INTO OUTPUT-RECORD
                               END-STRING
                               PERFORM WRITE-OUTPUT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SLOTS-FILE

           IF WS-SLOT-COUNT = 0
               MOVE "No interview slots are open for this posting yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a slot number to book it, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO WS-SLOT-CHOICE
           IF WS-SLOT-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-CHOICE > WS-SLOT-COUNT
               MOVE "Invalid slot number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLOT-LIST-DATE(WS-SLOT-CHOICE) TO WS-SLOT-DATE
           MOVE WS-SLOT-LIST-TIME(WS-SLOT-CHOICE) TO WS-SLOT-TIME
           MOVE WS-SLOT-LIST-DETAIL(WS-SLOT-CHOICE) TO WS-SLOT-DETAIL
           PERFORM BOOK-CHOSEN-SLOT
           IF WS-SLOT-BOOKED NOT = 'Y'
               MOVE "That slot is no longer open." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "BOOK-SLOT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-JOB-TITLE) " "
               WS-SLOT-DATE " " WS-SLOT-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           PERFORM SEND-SLOT-NOTIFICATIONS

           MOVE WS-SLOT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Interview booked for " WS-FORMATTED-JOB-DATE
               " at " WS-SLOT-TIME "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> claims the chosen open slot for the logged-in user via the
       *> usual temp rewrite; WS-SLOT-BOOKED reports whether a row
       *> was actually claimed
       BOOK-CHOSEN-SLOT.
           MOVE 'N' TO WS-SLOT-BOOKED
           OPEN INPUT SLOTS-FILE
           OPEN OUTPUT TEMP-SLOTS-FILE
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SLOTS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SLOT-JOB-KEY = WS-JOB-COMPOSITE-KEY AND
                          SLOT-DATE = WS-SLOT-DATE AND
                          SLOT-TIME = WS-SLOT-TIME AND
                          SLOT-STATUS = 'O' AND
                          WS-SLOT-BOOKED = 'N'
                           MOVE WS-LOGGED-USER TO SLOT-APPLICANT
                           MOVE 'B' TO SLOT-STATUS
                           MOVE SLOT-POSTER TO WS-SLOT-POSTER
                           MOVE 'Y' TO WS-SLOT-BOOKED
                       END-IF
                       PERFORM COPY-SLOT-TO-TEMP
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE
           CLOSE TEMP-SLOTS-FILE
           PERFORM COPY-TEMP-SLOTS-BACK.

       *> tells both sides about the booking the way
       *> SEND-STATUS-NOTIFICATION reports status changes: one
       *> system message to the poster, one to the applicant
       SEND-SLOT-NOTIFICATIONS.
           MOVE WS-SLOT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE

           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               MOVE "Error opening messages file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO WS-MSG-TIMESTAMP
           END-STRING

           *> the poster's copy
           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-SLOT-POSTER TO MSG-RECEIVER
           MOVE SPACES TO MSG-CONTENT
           STRING FUNCTION TRIM(WS-LOGGED-USER)
               " booked an interview for "
               FUNCTION TRIM(WS-JOB-TITLE) " on "
               WS-FORMATTED-JOB-DATE " at " WS-SLOT-TIME "."
               DELIMITED BY SIZE INTO MSG-CONTENT
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD

           *> the applicant's confirmation
           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-LOGGED-USER TO MSG-RECEIVER
           MOVE SPACES TO MSG-CONTENT
           STRING "Your interview for "
               FUNCTION TRIM(WS-JOB-TITLE) " at "
               FUNCTION TRIM(WS-JOB-EMPLOYER) " is booked for "
               WS-FORMATTED-JOB-DATE " " WS-SLOT-TIME ". "
               FUNCTION TRIM(WS-SLOT-DETAIL)
               DELIMITED BY SIZE INTO MSG-CONTENT
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD

           CLOSE MESSAGES-FILE

           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER
           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER.

       *> appends the interview state to an applicant at Interview
       *> status in LIST-APPLICANTS-FOR-JOB: scheduled (with the
       *> slot), no-show, or not yet booked
       SHOW-APPLICANT-SLOT-NOTE.
           MOVE SPACES TO WS-JOB-COMPOSITE-KEY
           STRING JOB-TITLE DELIMITED BY SIZE
                  JOB-EMPLOYER DELIMITED BY SIZE
                  JOB-LOCATION DELIMITED BY SIZE
               INTO WS-JOB-COMPOSITE-KEY
           END-STRING
           *> this scan runs on the slots file status, not the EOF
           *> or WS-READ-EOF flags, because the poster screens that
           *> perform it are themselves mid-loop on both of those
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS NOT = "00"
               MOVE "10" TO WS-SLOTS-STATUS
           END-IF
           PERFORM UNTIL WS-SLOTS-STATUS = "10"
               READ SLOTS-FILE
                   AT END
                       MOVE "10" TO WS-SLOTS-STATUS
                   NOT AT END
                       IF SLOT-JOB-KEY = WS-JOB-COMPOSITE-KEY AND
                          SLOT-APPLICANT = APP-USERNAME AND
                          (SLOT-STATUS = 'B' OR SLOT-STATUS = 'N')
                           MOVE 'Y' TO WS-FOUND
                           MOVE SLOT-DATE TO WS-JOB-DATE-RAW
                           PERFORM FORMAT-JOB-DATE
                           MOVE SPACES TO OUTPUT-RECORD
                           IF SLOT-STATUS = 'B'
                               STRING "     Interview booked: "
                                   WS-FORMATTED-JOB-DATE " "
                                   SLOT-TIME
                                   DELIMITED BY SIZE
                                   INTO OUTPUT-RECORD
                               END-STRING
                           ELSE
                               STRING "     Interview no-show: "
                                   WS-FORMATTED-JOB-DATE " "
                                   SLOT-TIME
                                   DELIMITED BY SIZE
                                   INTO OUTPUT-RECORD
                               END-STRING
                           END-IF
                           PERFORM WRITE-OUTPUT
                           MOVE "10" TO WS-SLOTS-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE
           IF WS-FOUND = 'N'
               MOVE "     Interview: no slot booked yet"
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       *> CAREER EVENTS ------------------------------------------------

       *> student side of career fairs and info sessions: browse
       *> what is coming up and sign up, or see and cancel your own
       *> sign-ups. Admins also get the event management screens
       *> here, the way employer reps get them off EMPLOYER-MENU
       EVENTS-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE "------ Career Fairs & Events ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Browse Upcoming Events" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. My Event Registrations" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           IF WS-LOGGED-ROLE = 'A'
               MOVE "3. Manage Events" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           MOVE "0. Back to Main Menu" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   PERFORM BROWSE-EVENTS
                   PERFORM EVENTS-MENU
               WHEN '2'
                   PERFORM MY-EVENT-REGISTRATIONS
                   PERFORM EVENTS-MENU
               WHEN '3'
                   IF WS-LOGGED-ROLE = 'A'
                       PERFORM MANAGE-EVENTS-MENU
                   ELSE
                       MOVE "Invalid choice." TO OUTPUT-RECORD
                       PERFORM WRITE-OUTPUT
                   END-IF
                   PERFORM EVENTS-MENU
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM EVENTS-MENU
           END-EVALUATE.

       *> organiser side: create events and, for one event at a
       *> time, print the check-in roster or key in who came.
       *> Employer reps work only the events they created; admins
       *> work every event
       MANAGE-EVENTS-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF WS-LOGGED-ROLE = 'A'
               MOVE 'Y' TO WS-EVT-MANAGE-ALL
           ELSE
               MOVE 'N' TO WS-EVT-MANAGE-ALL
           END-IF
           MOVE "---------- Manage Events ----------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. Create an Event" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Print Check-In Roster" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Record Attendance" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   PERFORM CREATE-EVENT
                   PERFORM MANAGE-EVENTS-MENU
               WHEN '2'
                   PERFORM PRINT-EVENT-CHECKIN-ROSTER
                   PERFORM MANAGE-EVENTS-MENU
               WHEN '3'
                   PERFORM RECORD-EVENT-ATTENDANCE
                   PERFORM MANAGE-EVENTS-MENU
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM MANAGE-EVENTS-MENU
           END-EVALUATE.

       *> prompts for a new event and appends it to Events.txt
       *> under the next free ID; the sponsor has to be on the
       *> employer master already, and the date cannot be past
       CREATE-EVENT.
           MOVE "--------- Create an Event ---------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE "Enter Event Title:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Event title is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-EVT-TITLE

           MOVE "Enter Sponsoring Employer:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:100) TO WS-EMP-NAME
           PERFORM LOOKUP-EMPLOYER
           IF WS-EMP-FOUND NOT = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Employer not in the employer directory. Ask "
                      "an admin to add it first."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-CANON-NAME TO WS-EVT-EMPLOYER

           PERFORM WITH TEST AFTER UNTIL WS-VALID-DATE = 'Y'
               MOVE "Enter Event Date (YYMMDD):" TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
               MOVE INPUT-RECORD(1:6) TO WS-EVT-DATE
               PERFORM VALIDATE-EVENT-DATE
           END-PERFORM

           MOVE "Enter Event Time (HH:MM):" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Event time is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:5) TO WS-EVT-TIME

           MOVE "Enter Event Location:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Event location is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-EVT-LOCATION

           MOVE "Enter Capacity (number of seats):" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CFG-VALUE
           PERFORM PARSE-CONFIG-NUMBER
           IF WS-CFG-VALID NOT = 'Y' OR
              WS-CFG-NUM < 1 OR WS-CFG-NUM > 9999
               MOVE "Capacity must be a number from 1 to 9999."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-NUM TO WS-EVT-CAPACITY

           PERFORM GET-NEXT-EVENT-ID
           OPEN EXTEND EVENTS-FILE
           IF WS-EVENTS-STATUS = "35"
               OPEN OUTPUT EVENTS-FILE
               CLOSE EVENTS-FILE
               OPEN EXTEND EVENTS-FILE
           END-IF
           MOVE WS-EVT-NEXT-ID TO EVT-ID
           MOVE WS-EVT-TITLE TO EVT-TITLE
           MOVE WS-EVT-EMPLOYER TO EVT-EMPLOYER
           MOVE WS-EVT-DATE TO EVT-DATE
           MOVE WS-EVT-TIME TO EVT-TIME
           MOVE WS-EVT-LOCATION TO EVT-LOCATION
           MOVE WS-EVT-CAPACITY TO EVT-CAPACITY
           MOVE WS-LOGGED-USER TO EVT-CREATOR
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO EVT-CREATED-DATE
           WRITE EVENT-RECORD
           CLOSE EVENTS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "CREATE-EVENT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-EVT-NEXT-ID " " FUNCTION TRIM(WS-EVT-TITLE)
               " " WS-EVT-DATE " " WS-EVT-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "Event created." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> event dates must be real YYMMDD values, slot-date style,
       *> and not already behind us
       VALIDATE-EVENT-DATE.
           MOVE 'Y' TO WS-VALID-DATE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 6
               MOVE WS-EVT-DATE(IDX:1) TO CHAR
               IF CHAR < '0' OR CHAR > '9'
                   MOVE "Event date must be YYMMDD." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   MOVE 'N' TO WS-VALID-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-EVT-DATE(3:2) < "01" OR WS-EVT-DATE(3:2) > "12" OR
              WS-EVT-DATE(5:2) < "01" OR WS-EVT-DATE(5:2) > "31"
               MOVE "Event date must be a real date (YYMMDD)."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-DATE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE
           IF WS-EVT-DATE < WS-TODAY-DATE
               MOVE "Event date cannot be in the past."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               MOVE 'N' TO WS-VALID-DATE
           END-IF.

       *> finds the highest event ID on file and leaves the next
       *> free one in WS-EVT-NEXT-ID, employer-master style
       GET-NEXT-EVENT-ID.
           MOVE 0 TO WS-EVT-NEXT-ID
           MOVE SPACES TO WS-EVENTS-STATUS
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENTS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENTS-STATUS = "10"
               READ EVENTS-FILE
                   AT END
                       MOVE "10" TO WS-EVENTS-STATUS
                   NOT AT END
                       IF EVT-ID > WS-EVT-NEXT-ID
                           MOVE EVT-ID TO WS-EVT-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           ADD 1 TO WS-EVT-NEXT-ID.

       *> stages event WS-EVT-ID into the WS-EVT fields and sets
       *> WS-EVT-FOUND; loops on the events file status so it is
       *> safe to perform from inside the registration read loops
       LOAD-EVENT-BY-ID.
           MOVE 'N' TO WS-EVT-FOUND
           MOVE SPACES TO WS-EVENTS-STATUS
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENTS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENTS-STATUS = "10"
               READ EVENTS-FILE
                   AT END
                       MOVE "10" TO WS-EVENTS-STATUS
                   NOT AT END
                       IF EVT-ID = WS-EVT-ID
                           MOVE 'Y' TO WS-EVT-FOUND
                           MOVE EVT-TITLE TO WS-EVT-TITLE
                           MOVE EVT-EMPLOYER TO WS-EVT-EMPLOYER
                           MOVE EVT-DATE TO WS-EVT-DATE
                           MOVE EVT-TIME TO WS-EVT-TIME
                           MOVE EVT-LOCATION TO WS-EVT-LOCATION
                           MOVE EVT-CAPACITY TO WS-EVT-CAPACITY
                           MOVE EVT-CREATOR TO WS-EVT-CREATOR
                           MOVE "10" TO WS-EVENTS-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

       *> counts event WS-EVT-ID's sign-ups: seats taken (registered,
       *> attended or no-show), waitlist length, attended and
       *> no-shows; WS-EVT-MY-STATUS picks up the logged-in user's
       *> own live sign-up, if any. Loops on the registrations file
       *> status so it is safe inside the events read loops
       COUNT-EVENT-SEATS.
           MOVE 0 TO WS-EVT-TAKEN
           MOVE 0 TO WS-EVT-WAITING
           MOVE 0 TO WS-EVT-ATTENDED
           MOVE 0 TO WS-EVT-NO-SHOWS
           MOVE SPACES TO WS-EVT-MY-STATUS
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENT-REGS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-EVENT-ID = WS-EVT-ID
                           EVALUATE EREG-STATUS
                               WHEN 'R'
                                   ADD 1 TO WS-EVT-TAKEN
                               WHEN 'A'
                                   ADD 1 TO WS-EVT-TAKEN
                                   ADD 1 TO WS-EVT-ATTENDED
                               WHEN 'N'
                                   ADD 1 TO WS-EVT-TAKEN
                                   ADD 1 TO WS-EVT-NO-SHOWS
                               WHEN 'W'
                                   ADD 1 TO WS-EVT-WAITING
                           END-EVALUATE
                           IF EREG-USERNAME = WS-LOGGED-USER AND
                              EREG-STATUS NOT = 'C'
                               MOVE EREG-STATUS TO WS-EVT-MY-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE.

       *> lists every event from today on with its seats and
       *> waitlist, then signs the user up for the one they pick:
       *> a seat while any are left, otherwise the waitlist
       BROWSE-EVENTS.
           MOVE "-------- Upcoming Events --------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE 0 TO WS-EVT-LIST-COUNT
           MOVE SPACES TO WS-EVENTS-STATUS
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENTS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENTS-STATUS = "10"
               READ EVENTS-FILE
                   AT END
                       MOVE "10" TO WS-EVENTS-STATUS
                   NOT AT END
                       IF EVT-DATE NOT < WS-TODAY-DATE AND
                          WS-EVT-LIST-COUNT < 50
                           ADD 1 TO WS-EVT-LIST-COUNT
                           MOVE EVT-ID TO
                               WS-EVT-LIST-ID(WS-EVT-LIST-COUNT)
                           MOVE EVT-ID TO WS-EVT-ID
                           PERFORM COUNT-EVENT-SEATS
                           PERFORM SHOW-ONE-EVENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE

           IF WS-EVT-LIST-COUNT = 0
               MOVE "No upcoming events right now." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter an event number to register, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO WS-EVT-CHOICE
           IF WS-EVT-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-CHOICE > WS-EVT-LIST-COUNT
               MOVE "Invalid event number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-LIST-ID(WS-EVT-CHOICE) TO WS-EVT-ID
           PERFORM REGISTER-FOR-EVENT.

       *> prints the event in EVENT-RECORD as a numbered pick-list
       *> entry, with the seat counts COUNT-EVENT-SEATS just left
       SHOW-ONE-EVENT-LINE.
           MOVE EVT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-EVT-LIST-COUNT ". " FUNCTION TRIM(EVT-TITLE)
                  " - " FUNCTION TRIM(EVT-EMPLOYER)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    " WS-FORMATTED-JOB-DATE " " EVT-TIME
                  " at " FUNCTION TRIM(EVT-LOCATION)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE WS-EVT-TAKEN TO WS-EVT-TAKEN-DISPLAY
           MOVE EVT-CAPACITY TO WS-EVT-CAP-DISPLAY
           MOVE WS-EVT-WAITING TO WS-EVT-WAIT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           IF WS-EVT-TAKEN < EVT-CAPACITY
               STRING "    Seats taken: "
                      FUNCTION TRIM(WS-EVT-TAKEN-DISPLAY) " of "
                      FUNCTION TRIM(WS-EVT-CAP-DISPLAY)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING "    FULL - waitlist: "
                      FUNCTION TRIM(WS-EVT-WAIT-DISPLAY)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           PERFORM WRITE-OUTPUT

           EVALUATE WS-EVT-MY-STATUS
               WHEN 'R'
                   MOVE "    You are registered." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
               WHEN 'W'
                   MOVE "    You are on the waitlist." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

       *> signs the logged-in user up for event WS-EVT-ID: a seat
       *> while the count of taken seats is under capacity, the
       *> waitlist once it is full
       REGISTER-FOR-EVENT.
           PERFORM LOAD-EVENT-BY-ID
           IF WS-EVT-FOUND = 'N'
               MOVE "That event is no longer available."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-EVENT-SEATS
           IF WS-EVT-MY-STATUS = 'R' OR WS-EVT-MY-STATUS = 'W'
               MOVE "You are already signed up for this event."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           IF WS-EVT-TAKEN < WS-EVT-CAPACITY
               MOVE 'R' TO WS-EVT-NEW-STATUS
           ELSE
               MOVE 'W' TO WS-EVT-NEW-STATUS
           END-IF

           OPEN EXTEND EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS = "35"
               OPEN OUTPUT EVENT-REGS-FILE
               CLOSE EVENT-REGS-FILE
               OPEN EXTEND EVENT-REGS-FILE
           END-IF
           MOVE WS-EVT-ID TO EREG-EVENT-ID
           MOVE WS-LOGGED-USER TO EREG-USERNAME
           MOVE WS-EVT-NEW-STATUS TO EREG-STATUS
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO EREG-DATE
           WRITE EVENT-REG-RECORD
           CLOSE EVENT-REGS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           IF WS-EVT-NEW-STATUS = 'R'
               MOVE "EVENT-REGISTER" TO WS-AUDIT-ACTION
           ELSE
               MOVE "EVENT-WAITLIST" TO WS-AUDIT-ACTION
           END-IF
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-EVT-ID " " FUNCTION TRIM(WS-EVT-TITLE)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           IF WS-EVT-NEW-STATUS = 'R'
               STRING "You are registered for "
                      FUNCTION TRIM(WS-EVT-TITLE) "."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-EVT-WAITING
               MOVE WS-EVT-WAITING TO WS-EVT-WAIT-DISPLAY
               STRING "This event is full. You are number "
                      FUNCTION TRIM(WS-EVT-WAIT-DISPLAY)
                      " on the waitlist and will get a message if "
                      "a seat opens."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           PERFORM WRITE-OUTPUT.

       *> lists the logged-in user's live sign-ups for events still
       *> to come and cancels the one they pick
       MY-EVENT-REGISTRATIONS.
           MOVE "------ My Event Registrations ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE 0 TO WS-EVT-LIST-COUNT
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENT-REGS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-USERNAME = WS-LOGGED-USER AND
                          (EREG-STATUS = 'R' OR EREG-STATUS = 'W')
                           MOVE EREG-EVENT-ID TO WS-EVT-ID
                           PERFORM LOAD-EVENT-BY-ID
                           IF WS-EVT-FOUND = 'Y' AND
                              WS-EVT-DATE NOT < WS-TODAY-DATE AND
                              WS-EVT-LIST-COUNT < 50
                               ADD 1 TO WS-EVT-LIST-COUNT
                               MOVE EREG-EVENT-ID TO
                                   WS-EVT-LIST-ID(WS-EVT-LIST-COUNT)
                               MOVE EREG-STATUS TO
                                   WS-EVT-LIST-STATUS(WS-EVT-LIST-COUNT)
                               PERFORM SHOW-MY-EVENT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE

           IF WS-EVT-LIST-COUNT = 0
               MOVE "You are not signed up for any upcoming events."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a number to cancel a sign-up, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO WS-EVT-CHOICE
           IF WS-EVT-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-CHOICE > WS-EVT-LIST-COUNT
               MOVE "Invalid number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-LIST-ID(WS-EVT-CHOICE) TO WS-EVT-ID
           MOVE WS-EVT-LIST-STATUS(WS-EVT-CHOICE) TO WS-EVT-MY-STATUS
           PERFORM CANCEL-EVENT-REGISTRATION.

       *> one numbered line of My Event Registrations, from the event
       *> LOAD-EVENT-BY-ID staged and the sign-up in EVENT-REG-RECORD
       SHOW-MY-EVENT-LINE.
           MOVE WS-EVT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           IF EREG-STATUS = 'R'
               STRING WS-EVT-LIST-COUNT ". "
                      FUNCTION TRIM(WS-EVT-TITLE) " - "
                      WS-FORMATTED-JOB-DATE " " WS-EVT-TIME
                      " (Registered)"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING WS-EVT-LIST-COUNT ". "
                      FUNCTION TRIM(WS-EVT-TITLE) " - "
                      WS-FORMATTED-JOB-DATE " " WS-EVT-TIME
                      " (Waitlisted)"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           PERFORM WRITE-OUTPUT.

       *> cancels the logged-in user's sign-up for event WS-EVT-ID
       *> (their status before cancelling is in WS-EVT-MY-STATUS).
       *> Giving up a seat hands it to the head of the waitlist in
       *> the same rewrite, and that student is sent a message
       CANCEL-EVENT-REGISTRATION.
           PERFORM LOAD-EVENT-BY-ID
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE 'N' TO WS-EVT-CANCELLED
           MOVE SPACES TO WS-EVT-PROMOTED-USER
           OPEN INPUT EVENT-REGS-FILE
           OPEN OUTPUT TEMP-EVENT-REGS-FILE
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-EVENT-ID = WS-EVT-ID
                           PERFORM APPLY-EVENT-CANCELLATION
                       END-IF
                       PERFORM COPY-EVENT-REG-TO-TEMP
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           CLOSE TEMP-EVENT-REGS-FILE
           PERFORM COPY-TEMP-EVENT-REGS-BACK

           IF WS-EVT-CANCELLED = 'N'
               MOVE "That sign-up could not be found." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "EVENT-CANCEL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-EVT-ID " " FUNCTION TRIM(WS-EVT-TITLE)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Your sign-up for " FUNCTION TRIM(WS-EVT-TITLE)
                  " is cancelled."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT

           IF WS-EVT-PROMOTED-USER NOT = SPACES
               PERFORM SEND-EVENT-PROMOTION-NOTICE
               MOVE WS-LOGGED-USER TO WS-AUDIT-USER
               MOVE "EVENT-PROMOTE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING WS-EVT-ID " " FUNCTION TRIM(WS-EVT-TITLE)
                   " -> " FUNCTION TRIM(WS-EVT-PROMOTED-USER)
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       *> applied to each sign-up row of the event being cancelled:
       *> the user's own live row goes to 'C', and when that row held
       *> a seat the first waitlisted row moves up to 'R'
       APPLY-EVENT-CANCELLATION.
           IF EREG-USERNAME = WS-LOGGED-USER AND
              EREG-STATUS = WS-EVT-MY-STATUS AND
              WS-EVT-CANCELLED = 'N'
               MOVE 'C' TO EREG-STATUS
               MOVE WS-TODAY-DATE TO EREG-DATE
               MOVE 'Y' TO WS-EVT-CANCELLED
           ELSE
               IF EREG-STATUS = 'W' AND
                  WS-EVT-MY-STATUS = 'R' AND
                  WS-EVT-PROMOTED-USER = SPACES
                   MOVE 'R' TO EREG-STATUS
                   MOVE WS-TODAY-DATE TO EREG-DATE
                   MOVE EREG-USERNAME TO WS-EVT-PROMOTED-USER
               END-IF
           END-IF.

       *> stages the sign-up in EVENT-REG-RECORD onto the temp file
       COPY-EVENT-REG-TO-TEMP.
           MOVE EREG-EVENT-ID TO TEMP-EREG-EVENT-ID
           MOVE EREG-USERNAME TO TEMP-EREG-USERNAME
           MOVE EREG-STATUS TO TEMP-EREG-STATUS
           MOVE EREG-DATE TO TEMP-EREG-DATE
           WRITE TEMP-EVENT-REG-RECORD.

       *> copies the rewritten sign-ups back over
       *> EventRegistrations.txt, the way the slots come back
       COPY-TEMP-EVENT-REGS-BACK.
           OPEN OUTPUT EVENT-REGS-FILE
           OPEN INPUT TEMP-EVENT-REGS-FILE
           MOVE SPACES TO WS-TEMP-EVENT-REGS-STATUS
           PERFORM UNTIL WS-TEMP-EVENT-REGS-STATUS = "10"
               READ TEMP-EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-EVENT-REGS-STATUS
                   NOT AT END
                       MOVE TEMP-EREG-EVENT-ID TO EREG-EVENT-ID
                       MOVE TEMP-EREG-USERNAME TO EREG-USERNAME
                       MOVE TEMP-EREG-STATUS TO EREG-STATUS
                       MOVE TEMP-EREG-DATE TO EREG-DATE
                       WRITE EVENT-REG-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-EVENT-REGS-FILE
           CLOSE EVENT-REGS-FILE.

       *> tells the student who just came off the waitlist that a
       *> seat is theirs, the way SEND-STATUS-NOTIFICATION reports an
       *> application status change
       SEND-EVENT-PROMOTION-NOTICE.
           MOVE WS-EVT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE

           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               MOVE "Error opening messages file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-EVT-PROMOTED-USER TO MSG-RECEIVER
           MOVE SPACES TO MSG-CONTENT
           STRING "A seat opened up: you are now registered for "
               FUNCTION TRIM(WS-EVT-TITLE) " on "
               WS-FORMATTED-JOB-DATE " at " WS-EVT-TIME ", "
               FUNCTION TRIM(WS-EVT-LOCATION) "."
               DELIMITED BY SIZE INTO MSG-CONTENT
           END-STRING
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO MSG-TIMESTAMP
           END-STRING
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE
           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER.

       *> records that the sign-up in EVENT-REG-RECORD gave back a
       *> seat; only events from today on are refilled, a seat on
       *> an event already over is simply let go
       NOTE-FREED-EVENT-SEAT.
           MOVE EREG-EVENT-ID TO WS-EVT-ID
           PERFORM LOAD-EVENT-BY-ID
           IF WS-EVT-FOUND = 'N' OR WS-EVT-DATE < WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FREED-EVENT
           IF WS-EVT-FREED-FOUND = 'Y'
               ADD 1 TO WS-EVT-FREED-SEATS(WS-EVT-FREED-IDX)
           ELSE
               IF WS-EVT-FREED-COUNT < 50
                   ADD 1 TO WS-EVT-FREED-COUNT
                   MOVE WS-EVT-ID TO
                       WS-EVT-FREED-ID(WS-EVT-FREED-COUNT)
                   MOVE 1 TO WS-EVT-FREED-SEATS(WS-EVT-FREED-COUNT)
               END-IF
           END-IF.

       *> looks event WS-EVT-ID up in the freed-seat table;
       *> WS-EVT-FREED-IDX is left on the entry when found
       FIND-FREED-EVENT.
           MOVE 'N' TO WS-EVT-FREED-FOUND
           PERFORM VARYING WS-EVT-FREED-IDX FROM 1 BY 1
                   UNTIL WS-EVT-FREED-IDX > WS-EVT-FREED-COUNT
               IF WS-EVT-FREED-ID(WS-EVT-FREED-IDX) = WS-EVT-ID
                   MOVE 'Y' TO WS-EVT-FREED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       *> second pass after a retirement or merge has given seats
       *> back: the first waitlisted rows of each event in the
       *> freed-seat table move up to 'R', one per seat, and each
       *> student moved up is sent the usual promotion notice
       PROMOTE-FREED-EVENT-SEATS.
           MOVE 0 TO WS-EVT-PROMO-COUNT
           IF WS-EVT-FREED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EVENT-REGS-FILE
           OPEN OUTPUT TEMP-EVENT-REGS-FILE
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-STATUS = 'W'
                           PERFORM PROMOTE-INTO-FREED-SEAT
                       END-IF
                       PERFORM COPY-EVENT-REG-TO-TEMP
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           CLOSE TEMP-EVENT-REGS-FILE
           PERFORM COPY-TEMP-EVENT-REGS-BACK

           PERFORM VARYING WS-EVT-PROMO-IDX FROM 1 BY 1
                   UNTIL WS-EVT-PROMO-IDX > WS-EVT-PROMO-COUNT
               MOVE WS-EVT-PROMO-ID(WS-EVT-PROMO-IDX) TO WS-EVT-ID
               PERFORM LOAD-EVENT-BY-ID
               MOVE WS-EVT-PROMO-USER(WS-EVT-PROMO-IDX)
                   TO WS-EVT-PROMOTED-USER
               PERFORM SEND-EVENT-PROMOTION-NOTICE
               MOVE WS-LOGGED-USER TO WS-AUDIT-USER
               MOVE "EVENT-PROMOTE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING WS-EVT-ID " " FUNCTION TRIM(WS-EVT-TITLE)
                   " -> " FUNCTION TRIM(WS-EVT-PROMOTED-USER)
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               PERFORM WRITE-AUDIT-ENTRY
           END-PERFORM.

       *> moves the waitlisted row in EVENT-REG-RECORD up to 'R'
       *> when its event still has a freed seat to fill
       PROMOTE-INTO-FREED-SEAT.
           MOVE EREG-EVENT-ID TO WS-EVT-ID
           PERFORM FIND-FREED-EVENT
           IF WS-EVT-FREED-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-FREED-SEATS(WS-EVT-FREED-IDX) = 0 OR
              WS-EVT-PROMO-COUNT NOT < 50
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-EVT-FREED-SEATS(WS-EVT-FREED-IDX)
           MOVE 'R' TO EREG-STATUS
           MOVE WS-TODAY-DATE TO EREG-DATE
           ADD 1 TO WS-EVT-PROMO-COUNT
           MOVE EREG-EVENT-ID TO WS-EVT-PROMO-ID(WS-EVT-PROMO-COUNT)
           MOVE EREG-USERNAME TO WS-EVT-PROMO-USER(WS-EVT-PROMO-COUNT).

       *> numbered list of the events the organiser may work on -
       *> their own for an employer rep, all of them for an admin -
       *> and stages the one picked via LOAD-EVENT-BY-ID;
       *> WS-EVT-FOUND reports whether one was picked
       SELECT-MANAGED-EVENT.
           MOVE 'N' TO WS-EVT-FOUND
           MOVE 0 TO WS-EVT-LIST-COUNT
           MOVE SPACES TO WS-EVENTS-STATUS
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENTS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENTS-STATUS = "10"
               READ EVENTS-FILE
                   AT END
                       MOVE "10" TO WS-EVENTS-STATUS
                   NOT AT END
                       IF (WS-EVT-MANAGE-ALL = 'Y' OR
                           EVT-CREATOR = WS-LOGGED-USER) AND
                          WS-EVT-LIST-COUNT < 50
                           ADD 1 TO WS-EVT-LIST-COUNT
                           MOVE EVT-ID TO
                               WS-EVT-LIST-ID(WS-EVT-LIST-COUNT)
                           MOVE EVT-DATE TO WS-JOB-DATE-RAW
                           PERFORM FORMAT-JOB-DATE
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-EVT-LIST-COUNT ". "
                               FUNCTION TRIM(EVT-TITLE) " - "
                               WS-FORMATTED-JOB-DATE " " EVT-TIME
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE

           IF WS-EVT-LIST-COUNT = 0
               MOVE "You have no events to manage yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter an event number, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:2) TO WS-EVT-CHOICE
           IF WS-EVT-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-CHOICE > WS-EVT-LIST-COUNT
               MOVE "Invalid event number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-LIST-ID(WS-EVT-CHOICE) TO WS-EVT-ID
           PERFORM LOAD-EVENT-BY-ID.

       *> sign-in sheet for the door: every registered student with
       *> a check box, name and university, then the waitlist in
       *> order for walk-ins, written to EventCheckInRoster.txt
       PRINT-EVENT-CHECKIN-ROSTER.
           PERFORM SELECT-MANAGED-EVENT
           IF WS-EVT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT EVENT-ROSTER-FILE
           IF WS-EVENT-ROSTER-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening check-in roster file "
                   WS-EVENT-ROSTER-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE EVENT-ROSTER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Check-In Roster: " FUNCTION TRIM(WS-EVT-TITLE)
                  " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-EVENT-ROSTER-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Sponsor: " FUNCTION TRIM(WS-EVT-EMPLOYER)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-EVENT-ROSTER-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "When: " WS-FORMATTED-JOB-DATE " " WS-EVT-TIME
                  "   Where: " FUNCTION TRIM(WS-EVT-LOCATION)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-EVENT-ROSTER-LINE

           MOVE "-- Registered --" TO OUTPUT-RECORD
           PERFORM WRITE-EVENT-ROSTER-LINE
           MOVE 'R' TO WS-EVT-NEW-STATUS
           PERFORM WRITE-EVENT-ROSTER-SECTION
           MOVE WS-EVT-ATT-COUNT TO WS-EVT-TAKEN
           MOVE "-- Waitlist (in order) --" TO OUTPUT-RECORD
           PERFORM WRITE-EVENT-ROSTER-LINE
           MOVE 'W' TO WS-EVT-NEW-STATUS
           PERFORM WRITE-EVENT-ROSTER-SECTION
           MOVE WS-EVT-ATT-COUNT TO WS-EVT-WAITING

           MOVE WS-EVT-TAKEN TO WS-EVT-TAKEN-DISPLAY
           MOVE WS-EVT-CAPACITY TO WS-EVT-CAP-DISPLAY
           MOVE WS-EVT-WAITING TO WS-EVT-WAIT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Registered: " FUNCTION TRIM(WS-EVT-TAKEN-DISPLAY)
                  " of " FUNCTION TRIM(WS-EVT-CAP-DISPLAY)
                  " seats, Waitlisted: "
                  FUNCTION TRIM(WS-EVT-WAIT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-EVENT-ROSTER-LINE
           MOVE "---- End of Check-In Roster ----" TO OUTPUT-RECORD
           PERFORM WRITE-EVENT-ROSTER-LINE
           CLOSE EVENT-ROSTER-FILE

           MOVE "Roster written to EventCheckInRoster.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> one block of the check-in roster: every sign-up for the
       *> staged event in status WS-EVT-NEW-STATUS, in file order,
       *> counted in WS-EVT-ATT-COUNT. Registered students who have
       *> already been marked attended or no-show still belong on
       *> the sheet, so 'R' also takes the 'A' and 'N' rows
       WRITE-EVENT-ROSTER-SECTION.
           MOVE 0 TO WS-EVT-ATT-COUNT
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENT-REGS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-EVENT-ID = WS-EVT-ID AND
                          (EREG-STATUS = WS-EVT-NEW-STATUS OR
                           (WS-EVT-NEW-STATUS = 'R' AND
                            (EREG-STATUS = 'A' OR
                             EREG-STATUS = 'N')))
                           ADD 1 TO WS-EVT-ATT-COUNT
                           MOVE EREG-USERNAME TO WS-TARGET-USERNAME
                           PERFORM LOOKUP-ATTENDEE-PROFILE
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "[ ] " WS-EVT-ATT-COUNT ". "
                               EREG-USERNAME " "
                               FUNCTION TRIM(WS-EVT-ROSTER-NAME)
                               " - "
                               FUNCTION TRIM(WS-EVT-ROSTER-UNIV)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-EVENT-ROSTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           IF WS-EVT-ATT-COUNT = 0
               MOVE "    (none)" TO OUTPUT-RECORD
               PERFORM WRITE-EVENT-ROSTER-LINE
           END-IF.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the check-in roster
       WRITE-EVENT-ROSTER-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO EVENT-ROSTER-RECORD
           WRITE EVENT-ROSTER-RECORD AFTER ADVANCING 1 LINES.

       *> full name and university of WS-TARGET-USERNAME for the
       *> roster and report lines (university and major also staged
       *> in WS-TALLY-UNIVERSITY/-MAJOR); a student with no profile
       *> shows as such rather than dropping off the sheet
       LOOKUP-ATTENDEE-PROFILE.
           MOVE "(no profile)" TO WS-EVT-ROSTER-NAME
           MOVE "(no profile)" TO WS-EVT-ROSTER-UNIV
           MOVE "(no profile)" TO WS-TALLY-UNIVERSITY
           MOVE "(no profile)" TO WS-TALLY-MAJOR
           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN I-O PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USERNAME TO PROF-USERNAME
           READ PROFILES-FILE
               KEY IS PROF-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROF-FULLNAME TO WS-EVT-ROSTER-NAME
                   MOVE PROF-UNIVERSITY TO WS-EVT-ROSTER-UNIV
                   MOVE PROF-UNIVERSITY TO WS-TALLY-UNIVERSITY
                   MOVE PROF-MAJOR TO WS-TALLY-MAJOR
           END-READ
           CLOSE PROFILES-FILE.

       *> attendance/no-show entry after an event: walks the
       *> registered students one at a time for an A (attended), N
       *> (no-show) or blank (leave as is), then applies the marks
       *> in one rewrite of EventRegistrations.txt
       RECORD-EVENT-ATTENDANCE.
           PERFORM SELECT-MANAGED-EVENT
           IF WS-EVT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE
           IF WS-EVT-DATE > WS-TODAY-DATE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Attendance can be recorded once the event has "
                      "taken place."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           *> collect the seat holders first; the prompts come after
           *> the file is closed
           MOVE 0 TO WS-EVT-ATT-COUNT
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENT-REGS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-EVENT-ID = WS-EVT-ID AND
                          (EREG-STATUS = 'R' OR EREG-STATUS = 'A' OR
                           EREG-STATUS = 'N') AND
                          WS-EVT-ATT-COUNT < 200
                           ADD 1 TO WS-EVT-ATT-COUNT
                           MOVE EREG-USERNAME TO
                               WS-EVT-ATT-USER(WS-EVT-ATT-COUNT)
                           MOVE EREG-STATUS TO
                               WS-EVT-ATT-MARK(WS-EVT-ATT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE

           IF WS-EVT-ATT-COUNT = 0
               MOVE "No one is registered for this event."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "For each student enter A (attended), N (no-show), "
                  "or blank to leave as is:"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE 0 TO WS-EVT-MARKED
           PERFORM VARYING WS-EVT-ATT-IDX FROM 1 BY 1
               UNTIL WS-EVT-ATT-IDX > WS-EVT-ATT-COUNT
                  OR INPUT-EOF-FLAG = 'Y'
               PERFORM PROMPT-ONE-ATTENDANCE-MARK
           END-PERFORM
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           OPEN INPUT EVENT-REGS-FILE
           OPEN OUTPUT TEMP-EVENT-REGS-FILE
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-EVENT-ID = WS-EVT-ID AND
                          (EREG-STATUS = 'R' OR EREG-STATUS = 'A' OR
                           EREG-STATUS = 'N')
                           PERFORM APPLY-ATTENDANCE-MARK
                       END-IF
                       PERFORM COPY-EVENT-REG-TO-TEMP
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           CLOSE TEMP-EVENT-REGS-FILE
           PERFORM COPY-TEMP-EVENT-REGS-BACK

           MOVE WS-EVT-MARKED TO WS-EVT-TAKEN-DISPLAY
           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "EVENT-ATTENDANCE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-EVT-ID " " FUNCTION TRIM(WS-EVT-TITLE) ": "
               FUNCTION TRIM(WS-EVT-TAKEN-DISPLAY) " marked"
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Attendance recorded: "
                  FUNCTION TRIM(WS-EVT-TAKEN-DISPLAY)
                  " student(s) marked."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> asks for the mark of seat holder WS-EVT-ATT-IDX and keeps
       *> an A or N in WS-EVT-ATT-MARK; anything else leaves the row
       *> as it is
       PROMPT-ONE-ATTENDANCE-MARK.
           MOVE WS-EVT-ATT-USER(WS-EVT-ATT-IDX) TO WS-TARGET-USERNAME
           PERFORM LOOKUP-ATTENDEE-PROFILE
           MOVE SPACES TO OUTPUT-RECORD
           EVALUATE WS-EVT-ATT-MARK(WS-EVT-ATT-IDX)
               WHEN 'A'
                   STRING FUNCTION TRIM(WS-TARGET-USERNAME) " ("
                       FUNCTION TRIM(WS-EVT-ROSTER-NAME)
                       ") - now: Attended"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               WHEN 'N'
                   STRING FUNCTION TRIM(WS-TARGET-USERNAME) " ("
                       FUNCTION TRIM(WS-EVT-ROSTER-NAME)
                       ") - now: No-show"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-TARGET-USERNAME) " ("
                       FUNCTION TRIM(WS-EVT-ROSTER-NAME)
                       ") - now: Registered"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           EVALUATE INPUT-RECORD(1:1)
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-EVT-ATT-MARK(WS-EVT-ATT-IDX)
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO WS-EVT-ATT-MARK(WS-EVT-ATT-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-EVT-ATT-MARK(WS-EVT-ATT-IDX)
           END-EVALUATE.

       *> writes the mark keyed in for this seat holder, if any, onto
       *> the row in EVENT-REG-RECORD
       APPLY-ATTENDANCE-MARK.
           PERFORM VARYING WS-EVT-ATT-IDX FROM 1 BY 1
               UNTIL WS-EVT-ATT-IDX > WS-EVT-ATT-COUNT
               IF WS-EVT-ATT-USER(WS-EVT-ATT-IDX) = EREG-USERNAME AND
                  WS-EVT-ATT-MARK(WS-EVT-ATT-IDX) NOT = SPACES
                   IF EREG-STATUS NOT = WS-EVT-ATT-MARK(WS-EVT-ATT-IDX)
                       MOVE WS-EVT-ATT-MARK(WS-EVT-ATT-IDX)
                           TO EREG-STATUS
                       MOVE WS-TODAY-DATE TO EREG-DATE
                       ADD 1 TO WS-EVT-MARKED
                   END-IF
                   MOVE SPACES TO WS-EVT-ATT-MARK(WS-EVT-ATT-IDX)
               END-IF
           END-PERFORM.

       *> career office view of how the events went: a line per
       *> event with seats, turnout and no-shows, then attendance by
       *> university and by major from the attendees' profiles,
       *> written to EventAttendanceReport.txt
       EVENT-ATTENDANCE-REPORT.
           MOVE "---- Event Attendance Report ----" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           OPEN OUTPUT EVENT-REPORT-FILE
           IF WS-EVENT-REPORT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening event attendance report file "
                   WS-EVENT-REPORT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE EVENT-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Event Attendance Report - "
                  WS-FORMATTED-JOB-DATE " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           MOVE OUTPUT-RECORD TO EVENT-REPORT-RECORD
           WRITE EVENT-REPORT-RECORD

           MOVE "-- By Event --" TO OUTPUT-RECORD
           PERFORM WRITE-EVENT-REPORT-LINE
           MOVE 0 TO WS-EVT-LIST-COUNT
           MOVE SPACES TO WS-EVENTS-STATUS
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENTS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENTS-STATUS = "10"
               READ EVENTS-FILE
                   AT END
                       MOVE "10" TO WS-EVENTS-STATUS
                   NOT AT END
                       ADD 1 TO WS-EVT-LIST-COUNT
                       MOVE EVT-ID TO WS-EVT-ID
                       PERFORM COUNT-EVENT-SEATS
                       PERFORM WRITE-EVENT-SUMMARY-LINE
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           IF WS-EVT-LIST-COUNT = 0
               MOVE "No events on file yet." TO OUTPUT-RECORD
               PERFORM WRITE-EVENT-REPORT-LINE
           END-IF

           *> second pass: credit each seat holder to the university
           *> and major on their profile
           MOVE 0 TO WS-EVT-UNI-COUNT
           MOVE 0 TO WS-EVT-MAJ-COUNT
           MOVE SPACES TO WS-EVENT-REGS-STATUS
           OPEN INPUT EVENT-REGS-FILE
           IF WS-EVENT-REGS-STATUS NOT = "00"
               MOVE "10" TO WS-EVENT-REGS-STATUS
           END-IF
           PERFORM UNTIL WS-EVENT-REGS-STATUS = "10"
               READ EVENT-REGS-FILE
                   AT END
                       MOVE "10" TO WS-EVENT-REGS-STATUS
                   NOT AT END
                       IF EREG-STATUS = 'R' OR EREG-STATUS = 'A' OR
                          EREG-STATUS = 'N'
                           MOVE EREG-USERNAME TO WS-TARGET-USERNAME
                           PERFORM LOOKUP-ATTENDEE-PROFILE
                           PERFORM TALLY-EVENT-ATTENDEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-REGS-FILE
           PERFORM WRITE-EVENT-BREAKDOWN

           MOVE "---- End of Event Attendance Report ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-EVENT-REPORT-LINE
           CLOSE EVENT-REPORT-FILE

           MOVE "Report written to EventAttendanceReport.txt."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the event attendance report, placement-report style
       WRITE-EVENT-REPORT-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO EVENT-REPORT-RECORD
           WRITE EVENT-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> one event's line of the report, from EVENT-RECORD and the
       *> counts COUNT-EVENT-SEATS left behind
       WRITE-EVENT-SUMMARY-LINE.
           MOVE EVT-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-FORMATTED-JOB-DATE " " FUNCTION TRIM(EVT-TITLE)
                  " (" FUNCTION TRIM(EVT-EMPLOYER) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-EVENT-REPORT-LINE
           MOVE WS-EVT-TAKEN TO WS-EVT-TAKEN-DISPLAY
           MOVE EVT-CAPACITY TO WS-EVT-CAP-DISPLAY
           MOVE WS-EVT-ATTENDED TO WS-EVT-ATT-DISPLAY
           MOVE WS-EVT-NO-SHOWS TO WS-EVT-NOSHOW-DISPLAY
           MOVE WS-EVT-WAITING TO WS-EVT-WAIT-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    Registered: "
                  FUNCTION TRIM(WS-EVT-TAKEN-DISPLAY) " of "
                  FUNCTION TRIM(WS-EVT-CAP-DISPLAY)
                  ", Attended: " FUNCTION TRIM(WS-EVT-ATT-DISPLAY)
                  ", No-shows: " FUNCTION TRIM(WS-EVT-NOSHOW-DISPLAY)
                  ", Still waitlisted: "
                  FUNCTION TRIM(WS-EVT-WAIT-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-EVENT-REPORT-LINE.

       *> adds the seat holder in EVENT-REG-RECORD to the university
       *> and major tallies staged by LOOKUP-ATTENDEE-PROFILE
       TALLY-EVENT-ATTENDEE.
           MOVE 'N' TO WS-TALLY-FOUND
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-EVT-UNI-COUNT
                      OR WS-TALLY-FOUND = 'Y'
               IF WS-EVT-UNI-NAME(WS-TALLY-IDX) = WS-TALLY-UNIVERSITY
                   MOVE 'Y' TO WS-TALLY-FOUND
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND = 'Y'
               SUBTRACT 1 FROM WS-TALLY-IDX
           ELSE
               IF WS-EVT-UNI-COUNT < 20
                   ADD 1 TO WS-EVT-UNI-COUNT
                   MOVE WS-EVT-UNI-COUNT TO WS-TALLY-IDX
                   MOVE WS-TALLY-UNIVERSITY
                       TO WS-EVT-UNI-NAME(WS-TALLY-IDX)
                   MOVE 0 TO WS-EVT-UNI-TAKEN(WS-TALLY-IDX)
                   MOVE 0 TO WS-EVT-UNI-ATTENDED(WS-TALLY-IDX)
                   MOVE 0 TO WS-EVT-UNI-NO-SHOWS(WS-TALLY-IDX)
                   MOVE 'Y' TO WS-TALLY-FOUND
               END-IF
           END-IF
           IF WS-TALLY-FOUND = 'Y'
               ADD 1 TO WS-EVT-UNI-TAKEN(WS-TALLY-IDX)
               IF EREG-STATUS = 'A'
                   ADD 1 TO WS-EVT-UNI-ATTENDED(WS-TALLY-IDX)
               END-IF
               IF EREG-STATUS = 'N'
                   ADD 1 TO WS-EVT-UNI-NO-SHOWS(WS-TALLY-IDX)
               END-IF
           END-IF

           MOVE 'N' TO WS-TALLY-FOUND
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-EVT-MAJ-COUNT
                      OR WS-TALLY-FOUND = 'Y'
               IF WS-EVT-MAJ-NAME(WS-TALLY-IDX) = WS-TALLY-MAJOR
                   MOVE 'Y' TO WS-TALLY-FOUND
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND = 'Y'
               SUBTRACT 1 FROM WS-TALLY-IDX
           ELSE
               IF WS-EVT-MAJ-COUNT < 20
                   ADD 1 TO WS-EVT-MAJ-COUNT
                   MOVE WS-EVT-MAJ-COUNT TO WS-TALLY-IDX
                   MOVE WS-TALLY-MAJOR TO WS-EVT-MAJ-NAME(WS-TALLY-IDX)
                   MOVE 0 TO WS-EVT-MAJ-TAKEN(WS-TALLY-IDX)
                   MOVE 0 TO WS-EVT-MAJ-ATTENDED(WS-TALLY-IDX)
                   MOVE 0 TO WS-EVT-MAJ-NO-SHOWS(WS-TALLY-IDX)
                   MOVE 'Y' TO WS-TALLY-FOUND
               END-IF
           END-IF
           IF WS-TALLY-FOUND = 'Y'
               ADD 1 TO WS-EVT-MAJ-TAKEN(WS-TALLY-IDX)
               IF EREG-STATUS = 'A'
                   ADD 1 TO WS-EVT-MAJ-ATTENDED(WS-TALLY-IDX)
               END-IF
               IF EREG-STATUS = 'N'
                   ADD 1 TO WS-EVT-MAJ-NO-SHOWS(WS-TALLY-IDX)
               END-IF
           END-IF.

       *> prints attendance per university and per major; the rate
       *> is attended as a percentage of the seats whose attendance
       *> has been recorded (attended + no-shows)
       WRITE-EVENT-BREAKDOWN.
           MOVE "-- By University --" TO OUTPUT-RECORD
           PERFORM WRITE-EVENT-REPORT-LINE
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-EVT-UNI-COUNT
               MOVE 0 TO WS-PLACE-RATE
               IF WS-EVT-UNI-ATTENDED(WS-TALLY-IDX) +
                  WS-EVT-UNI-NO-SHOWS(WS-TALLY-IDX) > 0
                   COMPUTE WS-PLACE-RATE ROUNDED =
                       (WS-EVT-UNI-ATTENDED(WS-TALLY-IDX) * 100)
                       / (WS-EVT-UNI-ATTENDED(WS-TALLY-IDX) +
                          WS-EVT-UNI-NO-SHOWS(WS-TALLY-IDX))
               END-IF
               MOVE WS-EVT-UNI-TAKEN(WS-TALLY-IDX)
                   TO WS-EVT-TAKEN-DISPLAY
               MOVE WS-EVT-UNI-ATTENDED(WS-TALLY-IDX)
                   TO WS-EVT-ATT-DISPLAY
               MOVE WS-EVT-UNI-NO-SHOWS(WS-TALLY-IDX)
                   TO WS-EVT-NOSHOW-DISPLAY
               MOVE WS-PLACE-RATE TO WS-RATE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-EVT-UNI-NAME(WS-TALLY-IDX))
                      " - Registered: "
                      FUNCTION TRIM(WS-EVT-TAKEN-DISPLAY)
                      ", Attended: " FUNCTION TRIM(WS-EVT-ATT-DISPLAY)
                      ", No-shows: "
                      FUNCTION TRIM(WS-EVT-NOSHOW-DISPLAY)
                      ", Show Rate: "
                      FUNCTION TRIM(WS-RATE-DISPLAY) "%"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-EVENT-REPORT-LINE
           END-PERFORM

           MOVE "-- By Major --" TO OUTPUT-RECORD
           PERFORM WRITE-EVENT-REPORT-LINE
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-EVT-MAJ-COUNT
               MOVE 0 TO WS-PLACE-RATE
               IF WS-EVT-MAJ-ATTENDED(WS-TALLY-IDX) +
                  WS-EVT-MAJ-NO-SHOWS(WS-TALLY-IDX) > 0
                   COMPUTE WS-PLACE-RATE ROUNDED =
                       (WS-EVT-MAJ-ATTENDED(WS-TALLY-IDX) * 100)
                       / (WS-EVT-MAJ-ATTENDED(WS-TALLY-IDX) +
                          WS-EVT-MAJ-NO-SHOWS(WS-TALLY-IDX))
               END-IF
               MOVE WS-EVT-MAJ-TAKEN(WS-TALLY-IDX)
                   TO WS-EVT-TAKEN-DISPLAY
               MOVE WS-EVT-MAJ-ATTENDED(WS-TALLY-IDX)
                   TO WS-EVT-ATT-DISPLAY
               MOVE WS-EVT-MAJ-NO-SHOWS(WS-TALLY-IDX)
                   TO WS-EVT-NOSHOW-DISPLAY
               MOVE WS-PLACE-RATE TO WS-RATE-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-EVT-MAJ-NAME(WS-TALLY-IDX))
                      " - Registered: "
                      FUNCTION TRIM(WS-EVT-TAKEN-DISPLAY)
                      ", Attended: " FUNCTION TRIM(WS-EVT-ATT-DISPLAY)
                      ", No-shows: "
                      FUNCTION TRIM(WS-EVT-NOSHOW-DISPLAY)
                      ", Show Rate: "
                      FUNCTION TRIM(WS-RATE-DISPLAY) "%"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-EVENT-REPORT-LINE
           END-PERFORM.

       *> TARGETED ANNOUNCEMENTS ---------------------------------------

       *> career office broadcast: builds the recipient list from
       *> the profiles (university, major or graduation year) or
       *> from the accounts (role) and drops an unread copy of the
       *> announcement into each recipient's Messages.txt inbox
       SEND-ANNOUNCEMENT.
           MOVE "------ Send Targeted Announcement ------"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. By University" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. By Major" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. By Graduation Year" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "4. By Account Role" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   MOVE 'U' TO WS-ANN-AUDIENCE
                   MOVE "Enter the university:" TO OUTPUT-RECORD
               WHEN '2'
                   MOVE 'M' TO WS-ANN-AUDIENCE
                   MOVE "Enter the major:" TO OUTPUT-RECORD
               WHEN '3'
                   MOVE 'G' TO WS-ANN-AUDIENCE
                   MOVE "Enter the graduation year (YYYY):"
                       TO OUTPUT-RECORD
               WHEN '4'
                   MOVE 'R' TO WS-ANN-AUDIENCE
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Enter the role (S = student, E = employer "
                          "rep, A = admin):"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               WHEN '0'
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ANN-MATCH-VALUE
           INSPECT WS-ANN-MATCH-VALUE
               CONVERTING WS-VER-LOWER TO WS-VER-UPPER
           IF WS-ANN-MATCH-VALUE = SPACES
               MOVE "An audience value is required." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ANN-CRITERIA
           EVALUATE WS-ANN-AUDIENCE
               WHEN 'U'
                   STRING "UNIVERSITY="
                          FUNCTION TRIM(WS-ANN-MATCH-VALUE)
                       DELIMITED BY SIZE INTO WS-ANN-CRITERIA
                   END-STRING
               WHEN 'M'
                   STRING "MAJOR=" FUNCTION TRIM(WS-ANN-MATCH-VALUE)
                       DELIMITED BY SIZE INTO WS-ANN-CRITERIA
                   END-STRING
               WHEN 'G'
                   STRING "GRADYEAR="
                          FUNCTION TRIM(WS-ANN-MATCH-VALUE)
                       DELIMITED BY SIZE INTO WS-ANN-CRITERIA
                   END-STRING
               WHEN 'R'
                   IF WS-ANN-MATCH-VALUE NOT = 'S' AND
                      WS-ANN-MATCH-VALUE NOT = 'E' AND
                      WS-ANN-MATCH-VALUE NOT = 'A'
                       MOVE "Role must be S, E or A." TO OUTPUT-RECORD
                       PERFORM WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   STRING "ROLE=" WS-ANN-MATCH-VALUE(1:1)
                       DELIMITED BY SIZE INTO WS-ANN-CRITERIA
                   END-STRING
           END-EVALUATE

           PERFORM GET-ANNOUNCEMENT-TEXT
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF WS-ANN-TEXT-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ANNOUNCEMENT-DELIVERY
           IF WS-ANN-OPEN-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-ANN-AUDIENCE = 'R'
               PERFORM DELIVER-BY-ROLE
           ELSE
               PERFORM DELIVER-BY-PROFILE
           END-IF
           PERFORM FINISH-ANNOUNCEMENT.

       *> employer-rep broadcast: every applicant to one of the
       *> rep's own postings, live or archived, optionally narrowed
       *> to a single application status ("the position is filled"
       *> to everyone still under review, and the like)
       ANNOUNCE-TO-APPLICANTS.
           MOVE "------ Announce to Applicants ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           MOVE 0 TO WS-JOB-COUNT
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               MOVE "10" TO WS-JOBS-STATUS
           END-IF
           PERFORM UNTIL WS-JOBS-STATUS = "10"
               READ JOBS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-JOBS-STATUS
                   NOT AT END
                       IF JOB-POSTER = WS-LOGGED-USER AND
                          WS-JOB-COUNT < 200
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JOB-COMPOSITE-KEY TO
                               WS-JOB-LIST-KEY(WS-JOB-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-JOB-COUNT ". "
                               FUNCTION TRIM(JOB-TITLE) " at "
                               FUNCTION TRIM(JOB-EMPLOYER) " ("
                               FUNCTION TRIM(JOB-LOCATION) ")"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           *> closed and expired postings still have applicants
           *> worth telling
           MOVE SPACES TO WS-ARCHIVED-JOBS-STATUS
           OPEN INPUT ARCHIVED-JOBS-FILE
           IF WS-ARCHIVED-JOBS-STATUS NOT = "00"
               MOVE "10" TO WS-ARCHIVED-JOBS-STATUS
           END-IF
           PERFORM UNTIL WS-ARCHIVED-JOBS-STATUS = "10"
               READ ARCHIVED-JOBS-FILE
                   AT END
                       MOVE "10" TO WS-ARCHIVED-JOBS-STATUS
                   NOT AT END
                       IF ARCH-JOB-POSTER = WS-LOGGED-USER AND
                          WS-JOB-COUNT < 200
                           ADD 1 TO WS-JOB-COUNT
                           MOVE ARCH-JOB-COMPOSITE-KEY TO
                               WS-JOB-LIST-KEY(WS-JOB-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-JOB-COUNT ". "
                               FUNCTION TRIM(ARCH-JOB-TITLE) " at "
                               FUNCTION TRIM(ARCH-JOB-EMPLOYER) " ("
                               FUNCTION TRIM(ARCH-JOB-LOCATION)
                               ") [closed]"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-JOBS-FILE

           IF WS-JOB-COUNT = 0
               MOVE "You have not posted any jobs yet."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a posting number, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:3) TO WS-JOB-CHOICE
           IF WS-JOB-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-CHOICE > WS-JOB-COUNT
               MOVE "Invalid posting number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           *> the composite key is title, employer and location laid
           *> end to end, the same as the application row carries
           MOVE WS-JOB-LIST-KEY(WS-JOB-CHOICE)(1:100)
               TO WS-ANN-POST-TITLE
           MOVE WS-JOB-LIST-KEY(WS-JOB-CHOICE)(101:100)
               TO WS-ANN-POST-EMPLOYER
           MOVE WS-JOB-LIST-KEY(WS-JOB-CHOICE)(201:100)
               TO WS-ANN-POST-LOCATION

           MOVE "Send to which applicants?" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  0. All applicants" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  1. Applied"       TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  2. Under Review"  TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  5. Offer"         TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  6. Offer Accepted" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "  7. Offer Declined" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           EVALUATE INPUT-RECORD(1:1)
               WHEN '0' MOVE SPACES           TO WS-ANN-STATUS-FILTER
               WHEN '1' MOVE "Applied"        TO WS-ANN-STATUS-FILTER
               WHEN '2' MOVE "Under Review"   TO WS-ANN-STATUS-FILTER
               WHEN '3' MOVE "Interview"      TO WS-ANN-STATUS-FILTER
               WHEN '4' MOVE "Rejected"       TO WS-ANN-STATUS-FILTER
               WHEN '5' MOVE "Offer"          TO WS-ANN-STATUS-FILTER
               WHEN '6' MOVE "Offer Accepted" TO WS-ANN-STATUS-FILTER
               WHEN '7' MOVE "Offer Declined" TO WS-ANN-STATUS-FILTER
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'P' TO WS-ANN-AUDIENCE
           MOVE SPACES TO WS-ANN-CRITERIA
           IF WS-ANN-STATUS-FILTER = SPACES
               STRING "APPLICANTS=" FUNCTION TRIM(WS-ANN-POST-TITLE)
                      " at " FUNCTION TRIM(WS-ANN-POST-EMPLOYER)
                      " STATUS=ALL"
                   DELIMITED BY SIZE INTO WS-ANN-CRITERIA
               END-STRING
           ELSE
               STRING "APPLICANTS=" FUNCTION TRIM(WS-ANN-POST-TITLE)
                      " at " FUNCTION TRIM(WS-ANN-POST-EMPLOYER)
                      " STATUS=" FUNCTION TRIM(WS-ANN-STATUS-FILTER)
                   DELIMITED BY SIZE INTO WS-ANN-CRITERIA
               END-STRING
           END-IF

           PERFORM GET-ANNOUNCEMENT-TEXT
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF WS-ANN-TEXT-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ANNOUNCEMENT-DELIVERY
           IF WS-ANN-OPEN-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM DELIVER-TO-APPLICANTS
           PERFORM FINISH-ANNOUNCEMENT.

       *> prompts for the announcement text with the same 200
       *> character limit SEND-NEW-MESSAGE enforces; WS-ANN-TEXT-OK
       *> is 'N' when the text is blank or carries a prohibited
       *> term. A broadcast is refused rather than held, as there
       *> is no single recipient to publish it to on release
       GET-ANNOUNCEMENT-TEXT.
           MOVE 'N' TO WS-ANN-TEXT-OK
           PERFORM WITH TEST AFTER UNTIL WS-INPUT-LENGTH <= 200
                   OR INPUT-EOF-FLAG = 'Y'
               MOVE "Enter the announcement (max 200 chars):"
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               PERFORM READ-SAFELY
               IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF

               MOVE 200 TO WS-LENGTH-OF-INPUT-MAX
               MOVE ZERO TO WS-TRAILING-SPACES
               INSPECT FUNCTION REVERSE(INPUT-RECORD)
                   TALLYING WS-TRAILING-SPACES FOR LEADING SPACE
               COMPUTE WS-INPUT-LENGTH = LENGTH OF INPUT-RECORD
                   - WS-TRAILING-SPACES

               IF WS-INPUT-LENGTH > WS-LENGTH-OF-INPUT-MAX
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Input cannot be more than "
                          WS-LENGTH-OF-INPUT-MAX
                          " characters long, as per explicit "
                          "requirements. Please try again."
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM WRITE-OUTPUT
               END-IF
           END-PERFORM
           MOVE INPUT-RECORD TO WS-ANN-TEXT

           IF WS-ANN-TEXT = SPACES
               MOVE "Announcement text is required." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MOD-TEXT
           STRING " " WS-ANN-TEXT " "
               DELIMITED BY SIZE INTO WS-MOD-TEXT
           END-STRING
           PERFORM SCREEN-FOR-PROHIBITED-TERMS
           IF WS-MOD-FLAGGED = 'Y'
               MOVE WS-LOGGED-USER TO WS-AUDIT-USER
               MOVE "MOD-REFUSE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "announcement term "
                      FUNCTION TRIM(WS-MOD-MATCHED)
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               PERFORM WRITE-AUDIT-ENTRY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "The announcement contains content not allowed "
                      "on InCollege and was not sent."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ANN-TEXT-OK.

       *> opens Messages.txt once for the whole delivery run and
       *> stamps the run; WS-ANN-OPEN-OK reports whether it opened
       OPEN-ANNOUNCEMENT-DELIVERY.
           MOVE 0 TO WS-ANN-DELIVERED
           MOVE 'Y' TO WS-ANN-OPEN-OK
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               MOVE "Error opening messages file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE MESSAGES-FILE
               MOVE 'N' TO WS-ANN-OPEN-OK
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME.

       *> profile-based audiences: every live profile whose
       *> university, major or graduation year matches, compared
       *> without regard to case since these are typed in freehand
       DELIVER-BY-PROFILE.
           MOVE SPACES TO WS-PROFILES-STATUS
           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               MOVE "10" TO WS-PROFILES-STATUS
           END-IF
           PERFORM UNTIL WS-PROFILES-STATUS = "10"
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PROFILES-STATUS
                   NOT AT END
                       EVALUATE WS-ANN-AUDIENCE
                           WHEN 'U'
                               MOVE FUNCTION TRIM(PROF-UNIVERSITY)
                                   TO WS-ANN-FIELD-VALUE
                           WHEN 'M'
                               MOVE FUNCTION TRIM(PROF-MAJOR)
                                   TO WS-ANN-FIELD-VALUE
                           WHEN 'G'
                               MOVE FUNCTION TRIM(PROF-GRADYEAR)
                                   TO WS-ANN-FIELD-VALUE
                       END-EVALUATE
                       INSPECT WS-ANN-FIELD-VALUE
                           CONVERTING WS-VER-LOWER TO WS-VER-UPPER
                       IF WS-ANN-FIELD-VALUE = WS-ANN-MATCH-VALUE
                           MOVE PROF-USERNAME TO WS-ANN-RECIPIENT
                           PERFORM DELIVER-ANNOUNCEMENT-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE.

       *> role audience: every account on file with that role;
       *> legacy rows with no role letter count as students, the way
       *> the conversion pass treats them
       DELIVER-BY-ROLE.
           MOVE SPACES TO WS-ACCOUNTS-STATUS
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               MOVE "10" TO WS-ACCOUNTS-STATUS
           END-IF
           PERFORM UNTIL WS-ACCOUNTS-STATUS = "10"
               READ ACCOUNTS-FILE
                   AT END
                       MOVE "10" TO WS-ACCOUNTS-STATUS
                   NOT AT END
                       IF ACCT-ROLE = WS-ANN-MATCH-VALUE(1:1) OR
                          (ACCT-ROLE = SPACE AND
                           WS-ANN-MATCH-VALUE(1:1) = 'S')
                           MOVE USERNAME TO WS-ANN-RECIPIENT
                           PERFORM DELIVER-ANNOUNCEMENT-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       *> posting audience: every application row against the
       *> staged posting, narrowed to WS-ANN-STATUS-FILTER when one
       *> was chosen; withdrawn applications belong to retired
       *> accounts and are never written to
       DELIVER-TO-APPLICANTS.
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               MOVE "10" TO WS-APPLICATIONS-STATUS
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       IF APP-JOB-TITLE = WS-ANN-POST-TITLE AND
                          APP-EMPLOYER = WS-ANN-POST-EMPLOYER AND
                          APP-LOCATION = WS-ANN-POST-LOCATION AND
                          APP-STATUS NOT = "Withdrawn" AND
                          (WS-ANN-STATUS-FILTER = SPACES OR
                           APP-STATUS = WS-ANN-STATUS-FILTER)
                           MOVE APP-USERNAME TO WS-ANN-RECIPIENT
                           PERFORM DELIVER-ANNOUNCEMENT-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       *> writes one unread copy of the announcement to
       *> WS-ANN-RECIPIENT; the sender never gets their own copy
       DELIVER-ANNOUNCEMENT-COPY.
           IF WS-ANN-RECIPIENT = WS-LOGGED-USER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOGGED-USER TO MSG-SENDER
           MOVE WS-ANN-RECIPIENT TO MSG-RECEIVER
           MOVE WS-ANN-TEXT TO MSG-CONTENT
           MOVE SPACES TO MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO MSG-TIMESTAMP
           END-STRING
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD
           ADD 1 TO WS-ANN-DELIVERED.

       *> closes out a delivery run: message counter for the digest,
       *> the announcement row in Announcements.txt, the journal
       *> entry, and the delivery count on screen
       FINISH-ANNOUNCEMENT.
           CLOSE MESSAGES-FILE

           IF WS-ANN-DELIVERED > 0
               PERFORM LOAD-DIGEST-COUNTERS
               ADD WS-ANN-DELIVERED TO WS-DC-CUM-MESSAGES
               PERFORM SAVE-DIGEST-COUNTERS
           END-IF

           MOVE 0 TO WS-ANN-NEXT-ID
           MOVE SPACES TO WS-ANNOUNCE-STATUS
           OPEN INPUT ANNOUNCE-FILE
           IF WS-ANNOUNCE-STATUS NOT = "00"
               MOVE "10" TO WS-ANNOUNCE-STATUS
           END-IF
           PERFORM UNTIL WS-ANNOUNCE-STATUS = "10"
               READ ANNOUNCE-FILE
                   AT END
                       MOVE "10" TO WS-ANNOUNCE-STATUS
                   NOT AT END
                       IF ANN-ID > WS-ANN-NEXT-ID
                           MOVE ANN-ID TO WS-ANN-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCE-FILE
           ADD 1 TO WS-ANN-NEXT-ID

           OPEN EXTEND ANNOUNCE-FILE
           IF WS-ANNOUNCE-STATUS = "35"
               OPEN OUTPUT ANNOUNCE-FILE
               CLOSE ANNOUNCE-FILE
               OPEN EXTEND ANNOUNCE-FILE
           END-IF
           MOVE WS-ANN-NEXT-ID TO ANN-ID
           MOVE WS-LOGGED-USER TO ANN-SENDER
           MOVE SPACES TO ANN-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO ANN-TIMESTAMP
           END-STRING
           MOVE WS-ANN-AUDIENCE TO ANN-AUDIENCE
           MOVE WS-ANN-CRITERIA TO ANN-CRITERIA
           MOVE WS-ANN-TEXT TO ANN-TEXT
           MOVE WS-ANN-DELIVERED TO ANN-DELIVERED
           WRITE ANNOUNCE-RECORD
           CLOSE ANNOUNCE-FILE

           MOVE WS-ANN-DELIVERED TO WS-ANN-DELIVERED-DISPLAY
           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "ANNOUNCEMENT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-ANN-NEXT-ID " "
               FUNCTION TRIM(WS-ANN-DELIVERED-DISPLAY) " sent "
               FUNCTION TRIM(WS-ANN-CRITERIA)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Announcement delivered to "
                  FUNCTION TRIM(WS-ANN-DELIVERED-DISPLAY)
                  " recipient(s)."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> EMPLOYER MASTER ----------------------------------------------

       *> one-time cleanup pass: the first run after the employer
       *> master is introduced seeds Employers.txt with the distinct
       *> employer strings already on Jobs.txt and Applications.txt,
       *> so every existing posting and application maps onto a
       *> master entry; variant spellings are then merged with the
       *> maintenance screen's Correct option, which renames the
       *> records to the canonical name
       SEED-EMPLOYER-MASTER.
           OPEN INPUT EMPLOYERS-FILE
           IF WS-EMPLOYERS-STATUS NOT = "35"
               CLOSE EMPLOYERS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EMPLOYERS-FILE
           CLOSE EMPLOYERS-FILE

           MOVE 0 TO WS-SEEN-EMP-COUNT

           *> these loops run on the EOF flag because the helpers
           *> they perform walk Employers.txt on WS-READ-EOF
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ JOBS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE JOB-EMPLOYER TO WS-EMP-NAME
                           MOVE JOB-LOCATION TO WS-EMP-LOCATION
                           PERFORM SEED-ONE-EMPLOYER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE

           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "00" OR
              WS-APPLICATIONS-STATUS = "05"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ APPLICATIONS-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE APP-EMPLOYER TO WS-EMP-NAME
                           MOVE APP-LOCATION TO WS-EMP-LOCATION
                           PERFORM SEED-ONE-EMPLOYER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPLICATIONS-FILE.

       *> files one master entry for WS-EMP-NAME unless the seeding
       *> pass has already seen that exact string
       SEED-ONE-EMPLOYER.
           IF WS-EMP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EMP-FOUND
           PERFORM VARYING WS-CONN-JDX FROM 1 BY 1
                   UNTIL WS-CONN-JDX > WS-SEEN-EMP-COUNT
               IF WS-SEEN-EMP(WS-CONN-JDX) = WS-EMP-NAME
                   MOVE 'Y' TO WS-EMP-FOUND
               END-IF
           END-PERFORM
           IF WS-EMP-FOUND = 'Y' OR WS-SEEN-EMP-COUNT NOT < 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEEN-EMP-COUNT
           MOVE WS-EMP-NAME TO WS-SEEN-EMP(WS-SEEN-EMP-COUNT)
           MOVE SPACES TO WS-EMP-CONTACT
           PERFORM ADD-EMPLOYER-RECORD.

       *> sets WS-EMP-FOUND and the canonical WS-EMP-CANON-NAME when
       *> WS-EMP-NAME matches a master entry's name
       LOOKUP-EMPLOYER.
           MOVE 'N' TO WS-EMP-FOUND
           MOVE SPACES TO WS-EMP-CANON-NAME
           MOVE SPACES TO WS-EMPLOYERS-STATUS
           OPEN INPUT EMPLOYERS-FILE
           IF WS-EMPLOYERS-STATUS NOT = "00"
               CLOSE EMPLOYERS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ EMPLOYERS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF FUNCTION TRIM(EMP-NAME) =
                          FUNCTION TRIM(WS-EMP-NAME)
                           MOVE 'Y' TO WS-EMP-FOUND
                           MOVE EMP-NAME TO WS-EMP-CANON-NAME
                           MOVE 'Y' TO WS-READ-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYERS-FILE.

       *> finds the highest master ID on file and leaves the next
       *> free one in WS-EMP-NEXT-ID
       GET-NEXT-EMPLOYER-ID.
           MOVE 0 TO WS-EMP-NEXT-ID
           MOVE SPACES TO WS-EMPLOYERS-STATUS
           OPEN INPUT EMPLOYERS-FILE
           IF WS-EMPLOYERS-STATUS NOT = "00"
               CLOSE EMPLOYERS-FILE
               ADD 1 TO WS-EMP-NEXT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ EMPLOYERS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF EMP-ID > WS-EMP-NEXT-ID
                           MOVE EMP-ID TO WS-EMP-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYERS-FILE
           ADD 1 TO WS-EMP-NEXT-ID.

       *> appends a master entry from WS-EMP-NAME/-LOCATION/-CONTACT
       *> under the next free ID
       ADD-EMPLOYER-RECORD.
           PERFORM GET-NEXT-EMPLOYER-ID
           OPEN EXTEND EMPLOYERS-FILE
           IF WS-EMPLOYERS-STATUS = "35"
               OPEN OUTPUT EMPLOYERS-FILE
               CLOSE EMPLOYERS-FILE
               OPEN EXTEND EMPLOYERS-FILE
           END-IF
           MOVE WS-EMP-NEXT-ID TO EMP-ID
           MOVE WS-EMP-NAME TO EMP-NAME
           MOVE WS-EMP-LOCATION TO EMP-LOCATION
           MOVE WS-EMP-CONTACT TO EMP-CONTACT
           WRITE EMPLOYER-RECORD
           CLOSE EMPLOYERS-FILE.

       *> prompts for the location and contact of the employer whose
       *> name is already in WS-EMP-NAME
       ADD-EMPLOYER-DETAILS.
           MOVE "Enter Employer Location (blank if unknown):"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:100) TO WS-EMP-LOCATION

           MOVE "Enter Employer Contact (blank if unknown):"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:100) TO WS-EMP-CONTACT.

       *> maintenance screen for the employer master
       EMPLOYER-MAINT-MENU.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE "------- Employer Directory -------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "1. List Employers" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Add an Employer" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "3. Correct an Employer Name" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "4. Back to Job Menu" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT

           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   PERFORM LIST-EMPLOYERS
                   PERFORM EMPLOYER-MAINT-MENU
               WHEN '2'
                   PERFORM ADD-EMPLOYER-SCREEN
                   PERFORM EMPLOYER-MAINT-MENU
               WHEN '3'
                   PERFORM CORRECT-EMPLOYER
                   PERFORM EMPLOYER-MAINT-MENU
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM EMPLOYER-MAINT-MENU
           END-EVALUATE.

       *> lists every master entry with its ID, location and contact
       LIST-EMPLOYERS.
           MOVE 0 TO WS-EMP-COUNT
           MOVE SPACES TO WS-EMPLOYERS-STATUS
           OPEN INPUT EMPLOYERS-FILE
           IF WS-EMPLOYERS-STATUS NOT = "00"
               CLOSE EMPLOYERS-FILE
               MOVE "No employers on file yet." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ EMPLOYERS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       ADD 1 TO WS-EMP-COUNT
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING EMP-ID " " FUNCTION TRIM(EMP-NAME)
                           " (" FUNCTION TRIM(EMP-LOCATION) ")"
                           " Contact: " FUNCTION TRIM(EMP-CONTACT)
                           DELIMITED BY SIZE INTO OUTPUT-RECORD
                       END-STRING
                       PERFORM WRITE-OUTPUT
               END-READ
           END-PERFORM
           CLOSE EMPLOYERS-FILE
           IF WS-EMP-COUNT = 0
               MOVE "No employers on file yet." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       *> maintenance add: prompts for all three fields, rejects a
       *> name already on the master
       ADD-EMPLOYER-SCREEN.
           MOVE "Enter Employer Name:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Employer name is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-EMP-NAME

           PERFORM LOOKUP-EMPLOYER
           IF WS-EMP-FOUND = 'Y'
               MOVE "That employer is already on file."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM ADD-EMPLOYER-DETAILS
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           PERFORM ADD-EMPLOYER-RECORD

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "ADD-EMPLOYER" TO WS-AUDIT-ACTION
           MOVE WS-EMP-NAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Employer added: " FUNCTION TRIM(WS-EMP-NAME)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> maintenance correction: renames a master entry and remaps
       *> every posting and application carrying the old spelling to
       *> the corrected canonical name (this is how "Acme" and "ACME
       *> Corporation" get merged onto one entry)
       CORRECT-EMPLOYER.
           MOVE "Enter the Employer Name to correct:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:100) TO WS-EMP-NAME

           PERFORM LOOKUP-EMPLOYER
           IF WS-EMP-FOUND NOT = 'Y'
               MOVE "No employer on file with that name."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-CANON-NAME TO WS-OLD-EMP-NAME

           MOVE "Enter the corrected Employer Name:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Employer name is a required field. Try again."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:100) TO WS-NEW-EMP-NAME

           *> swap the name on the master via the usual temp rewrite;
           *> a rename onto an existing entry's name merges onto that
           *> spelling, so duplicates on the master are dropped
           OPEN INPUT EMPLOYERS-FILE
           OPEN OUTPUT TEMP-EMPLOYERS-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ EMPLOYERS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF EMP-NAME = WS-OLD-EMP-NAME
                           MOVE WS-NEW-EMP-NAME TO EMP-NAME
                       END-IF
                       MOVE EMPLOYER-RECORD TO TEMP-EMPLOYER-RECORD
                       WRITE TEMP-EMPLOYER-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYERS-FILE
           CLOSE TEMP-EMPLOYERS-FILE

           OPEN OUTPUT EMPLOYERS-FILE
           OPEN INPUT TEMP-EMPLOYERS-FILE
           MOVE 'N' TO WS-READ-EOF
           MOVE 0 TO WS-SEEN-EMP-COUNT
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ TEMP-EMPLOYERS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       MOVE TEMP-EMPLOYER-RECORD TO EMPLOYER-RECORD
                       MOVE EMP-NAME TO WS-EMP-NAME
                       PERFORM CHECK-EMPLOYER-WRITTEN
                       IF WS-EMP-FOUND = 'N'
                           WRITE EMPLOYER-RECORD
                           IF WS-SEEN-EMP-COUNT < 50
                               ADD 1 TO WS-SEEN-EMP-COUNT
                               MOVE EMP-NAME TO
                                   WS-SEEN-EMP(WS-SEEN-EMP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMP-EMPLOYERS-FILE
           CLOSE EMPLOYERS-FILE

           PERFORM RENAME-EMPLOYER-IN-JOBS
           PERFORM RENAME-EMPLOYER-IN-ARCHIVE
           PERFORM RENAME-EMPLOYER-IN-APPS

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "EMPLOYER-RENAME" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-OLD-EMP-NAME) " -> "
               FUNCTION TRIM(WS-NEW-EMP-NAME)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Employer renamed to "
               FUNCTION TRIM(WS-NEW-EMP-NAME)
               " and matching records remapped."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> duplicate guard for CORRECT-EMPLOYER's copy-back pass:
       *> sets WS-EMP-FOUND when WS-EMP-NAME was already written
       CHECK-EMPLOYER-WRITTEN.
           MOVE 'N' TO WS-EMP-FOUND
           PERFORM VARYING WS-CONN-JDX FROM 1 BY 1
                   UNTIL WS-CONN-JDX > WS-SEEN-EMP-COUNT
               IF WS-SEEN-EMP(WS-CONN-JDX) = WS-EMP-NAME
                   MOVE 'Y' TO WS-EMP-FOUND
               END-IF
           END-PERFORM.

       *> re-keys every posting carrying the old employer spelling;
       *> the employer sits inside the composite key, so each one is
       *> deleted and rewritten under its new key (a collision with
       *> an existing posting leaves the old record in place)
       RENAME-EMPLOYER-IN-JOBS.
           MOVE 0 TO WS-REMAP-JOB-COUNT
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF JOB-EMPLOYER = WS-OLD-EMP-NAME AND
                          WS-REMAP-JOB-COUNT < 100
                           ADD 1 TO WS-REMAP-JOB-COUNT
                           MOVE JOB-COMPOSITE-KEY TO
                               WS-REMAP-JOB-KEY(WS-REMAP-JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           IF WS-REMAP-JOB-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O JOBS-FILE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-REMAP-JOB-COUNT
               PERFORM REKEY-ONE-POSTING
           END-PERFORM
           CLOSE JOBS-FILE.

       *> moves the posting at WS-REMAP-JOB-KEY(WS-JOB-IDX) under
       *> its new employer name and composite key
       REKEY-ONE-POSTING.
           MOVE WS-REMAP-JOB-KEY(WS-JOB-IDX) TO JOB-COMPOSITE-KEY
           READ JOBS-FILE
               KEY IS JOB-COMPOSITE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           *> stage the record, then test the new key for a clash
           MOVE JOB-POSTER TO WS-JOB-POSTER
           MOVE JOB-TITLE TO WS-JOB-TITLE
           MOVE JOB-DESCRIPTION TO WS-JOB-DESCRIPTION
           MOVE JOB-LOCATION TO WS-JOB-LOCATION
           MOVE JOB-SALARY TO WS-JOB-SALARY
           MOVE JOB-POSTED-DATE TO WS-JOB-POSTED-DATE
           MOVE JOB-CLOSING-DATE TO WS-JOB-CLOSING-DATE
           MOVE JOB-STATUS TO WS-JOB-STATUS
           MOVE WS-NEW-EMP-NAME TO WS-JOB-EMPLOYER

           MOVE SPACES TO WS-JOB-COMPOSITE-KEY
           STRING WS-JOB-TITLE DELIMITED BY SIZE
                  WS-JOB-EMPLOYER DELIMITED BY SIZE
                  WS-JOB-LOCATION DELIMITED BY SIZE
               INTO WS-JOB-COMPOSITE-KEY
           END-STRING

           MOVE 'N' TO WS-FOUND
           MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
           READ JOBS-FILE
               KEY IS JOB-COMPOSITE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Note: posting already exists under the new "
                      "name, left unchanged: "
                      FUNCTION TRIM(WS-JOB-TITLE)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REMAP-JOB-KEY(WS-JOB-IDX) TO JOB-COMPOSITE-KEY
           DELETE JOBS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           MOVE WS-JOB-POSTER TO JOB-POSTER
           MOVE WS-JOB-TITLE TO JOB-TITLE
           MOVE WS-JOB-DESCRIPTION TO JOB-DESCRIPTION
           MOVE WS-JOB-EMPLOYER TO JOB-EMPLOYER
           MOVE WS-JOB-LOCATION TO JOB-LOCATION
           MOVE WS-JOB-SALARY TO JOB-SALARY
           MOVE WS-JOB-POSTED-DATE TO JOB-POSTED-DATE
           MOVE WS-JOB-CLOSING-DATE TO JOB-CLOSING-DATE
           MOVE WS-JOB-STATUS TO JOB-STATUS
           MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
           WRITE JOB-RECORD
               INVALID KEY
                   DISPLAY "Posting re-key failed: " WS-JOBS-STATUS
           END-WRITE.

       *> rewrites ArchivedJobs.txt with the corrected employer name
       *> (and the composite key rebuilt to match), so archived
       *> postings keep agreeing with their remapped applications
       RENAME-EMPLOYER-IN-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVED-JOBS-STATUS
           OPEN INPUT ARCHIVED-JOBS-FILE
           IF WS-ARCHIVED-JOBS-STATUS NOT = "00"
               CLOSE ARCHIVED-JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-ARCHIVED-JOBS-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ ARCHIVED-JOBS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF ARCH-JOB-EMPLOYER = WS-OLD-EMP-NAME
                           MOVE WS-NEW-EMP-NAME TO ARCH-JOB-EMPLOYER
                           MOVE SPACES TO ARCH-JOB-COMPOSITE-KEY
                           STRING ARCH-JOB-TITLE DELIMITED BY SIZE
                                  ARCH-JOB-EMPLOYER DELIMITED BY SIZE
                                  ARCH-JOB-LOCATION DELIMITED BY SIZE
                               INTO ARCH-JOB-COMPOSITE-KEY
                           END-STRING
                       END-IF
                       MOVE ARCHIVED-JOB-RECORD
                           TO TEMP-ARCHIVED-JOB-RECORD
                       WRITE TEMP-ARCHIVED-JOB-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-JOBS-FILE
           CLOSE TEMP-ARCHIVED-JOBS-FILE

           OPEN OUTPUT ARCHIVED-JOBS-FILE
           OPEN INPUT TEMP-ARCHIVED-JOBS-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ TEMP-ARCHIVED-JOBS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       MOVE TEMP-ARCHIVED-JOB-RECORD
                           TO ARCHIVED-JOB-RECORD
                       WRITE ARCHIVED-JOB-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-ARCHIVED-JOBS-FILE
           CLOSE ARCHIVED-JOBS-FILE.

       *> rewrites Applications.txt swapping the old employer
       *> spelling for the corrected one
       RENAME-EMPLOYER-IN-APPS.
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00" AND
              WS-APPLICATIONS-STATUS NOT = "05"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-APPLICATIONS-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ APPLICATIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF APP-EMPLOYER = WS-OLD-EMP-NAME
                           MOVE WS-NEW-EMP-NAME TO APP-EMPLOYER
                       END-IF
                       MOVE APP-USERNAME TO TEMP-APP-USERNAME
                       MOVE APP-JOB-TITLE TO TEMP-APP-JOB-TITLE
                       MOVE APP-EMPLOYER TO TEMP-APP-EMPLOYER
                       MOVE APP-LOCATION TO TEMP-APP-LOCATION
                       MOVE APP-STATUS TO TEMP-APP-STATUS
                       WRITE TEMP-APPLICATIONS-RECORD
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE TEMP-APPLICATIONS-FILE

           OPEN OUTPUT APPLICATIONS-FILE
           OPEN INPUT TEMP-APPLICATIONS-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ TEMP-APPLICATIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       MOVE TEMP-APP-USERNAME TO APP-USERNAME
                       MOVE TEMP-APP-JOB-TITLE TO APP-JOB-TITLE
                       MOVE TEMP-APP-EMPLOYER TO APP-EMPLOYER
                       MOVE TEMP-APP-LOCATION TO APP-LOCATION
                       MOVE TEMP-APP-STATUS TO APP-STATUS
                       WRITE APPLICATION-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-APPLICATIONS-FILE
           CLOSE APPLICATIONS-FILE.

       *> EMPLOYER STATEMENTS ------------------------------------------

       *> monthly statement of what each recruiter got out of
       *> InCollege: for every employer on the master, the postings
       *> opened, closed and expired in the month, applications
       *> received and where its applicants stand, interview slots
       *> published/booked/missed and offers accepted. One page per
       *> employer (contact on the header) and a closing page
       *> ranking employers by hires go to EmployerStatements.txt;
       *> the same counts go to EmployerStatementExtract.txt for the
       *> career office. Closures and applications carry no date of
       *> their own, so those two counts come from the journal
       *> (live plus that month's AuditArchive generation)
       RUN-EMPLOYER-STATEMENTS.
           MOVE "---- Monthly Employer Statements ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Enter the statement month (YYMM, blank for "
                  "last month):"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           ACCEPT WS-TODAY-DATE FROM DATE
           IF INPUT-RECORD(1:4) = SPACES
               MOVE WS-TODAY-DATE(1:2) TO WS-ES-YY
               MOVE WS-TODAY-DATE(3:2) TO WS-ES-MM
               IF WS-ES-MM = 1
                   MOVE 12 TO WS-ES-MM
                   SUBTRACT 1 FROM WS-ES-YY
               ELSE
                   SUBTRACT 1 FROM WS-ES-MM
               END-IF
           ELSE
               IF INPUT-RECORD(1:4) NOT NUMERIC
                   MOVE "Month must be four digits, YYMM."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD(1:2) TO WS-ES-YY
               MOVE INPUT-RECORD(3:2) TO WS-ES-MM
               IF WS-ES-MM < 1 OR WS-ES-MM > 12
                   MOVE "Month must be between 01 and 12."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-ES-MONTH
           STRING WS-ES-YY WS-ES-MM
               DELIMITED BY SIZE INTO WS-ES-MONTH
           END-STRING
           MOVE SPACES TO WS-ES-MONTH-LABEL
           STRING "20" WS-ES-YY "-" WS-ES-MM
               DELIMITED BY SIZE INTO WS-ES-MONTH-LABEL
           END-STRING

           PERFORM LOAD-STATEMENT-EMPLOYERS
           IF WS-ES-COUNT = 0
               MOVE "No employers on the master to report on."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ES-UNMATCHED
           PERFORM TALLY-STATEMENT-POSTINGS
           PERFORM TALLY-STATEMENT-JOURNAL
           PERFORM TALLY-STATEMENT-APPLICATIONS
           PERFORM TALLY-STATEMENT-SLOTS
           PERFORM TALLY-STATEMENT-PLACEMENTS

           OPEN OUTPUT EMP-STMT-FILE
           IF WS-EMP-STMT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening employer statement file "
                   WS-EMP-STMT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE EMP-STMT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               PERFORM WRITE-EMPLOYER-STATEMENT
           END-PERFORM
           PERFORM WRITE-STATEMENT-RANKING
           CLOSE EMP-STMT-FILE

           PERFORM WRITE-STATEMENT-EXTRACT

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "EMPLOYER-STATEMENT" TO WS-AUDIT-ACTION
           MOVE WS-ES-COUNT TO WS-ES-RANK-DISPLAY
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "month " WS-ES-MONTH " employers: "
                  FUNCTION TRIM(WS-ES-RANK-DISPLAY)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Statements written to EmployerStatements.txt and "
                  "EmployerStatementExtract.txt."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> loads the employer master into the statement table with
       *> every count at zero
       LOAD-STATEMENT-EMPLOYERS.
           MOVE 0 TO WS-ES-COUNT
           MOVE 0 TO WS-ES-SKIPPED
           MOVE SPACES TO WS-EMPLOYERS-STATUS
           OPEN INPUT EMPLOYERS-FILE
           IF WS-EMPLOYERS-STATUS NOT = "00"
               MOVE "10" TO WS-EMPLOYERS-STATUS
           END-IF
           PERFORM UNTIL WS-EMPLOYERS-STATUS = "10"
               READ EMPLOYERS-FILE
                   AT END
                       MOVE "10" TO WS-EMPLOYERS-STATUS
                   NOT AT END
                       IF WS-ES-COUNT < WS-ES-MAX
                           ADD 1 TO WS-ES-COUNT
                           MOVE EMP-ID TO WS-ES-ID(WS-ES-COUNT)
                           MOVE EMP-NAME TO WS-ES-NAME(WS-ES-COUNT)
                           MOVE EMP-CONTACT
                               TO WS-ES-CONTACT(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-OPENED(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-CLOSED(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-EXPIRED(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-APPS(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-SLOTS(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-BOOKED(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-NO-SHOWS(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-HIRES(WS-ES-COUNT)
                           MOVE 0 TO WS-ES-STAT-COUNT(WS-ES-COUNT)
                           MOVE WS-ES-COUNT TO WS-ES-RANK(WS-ES-COUNT)
                       ELSE
                           ADD 1 TO WS-ES-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYERS-FILE.

       *> sets WS-ES-IDX to the table row whose name is
       *> WS-ES-MATCH-NAME, or 0 (counted as unmatched) when the
       *> name is not on the master
       FIND-STATEMENT-EMPLOYER.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               IF FUNCTION TRIM(WS-ES-NAME(WS-ES-IDX)) =
                  FUNCTION TRIM(WS-ES-MATCH-NAME)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ES-IDX > WS-ES-COUNT
               MOVE 0 TO WS-ES-IDX
               ADD 1 TO WS-ES-UNMATCHED
           END-IF.

       *> postings opened and expired in the month, live and
       *> archived; archived rows are staged through the job record
       *> area as the extract does
       TALLY-STATEMENT-POSTINGS.
           MOVE SPACES TO WS-JOBS-STATUS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ JOBS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END PERFORM TALLY-STATEMENT-POSTING
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE

           MOVE SPACES TO WS-ARCHIVED-JOBS-STATUS
           OPEN INPUT ARCHIVED-JOBS-FILE
           IF WS-ARCHIVED-JOBS-STATUS = "00"
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ ARCHIVED-JOBS-FILE
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           MOVE ARCHIVED-JOB-RECORD TO JOB-RECORD
                           PERFORM TALLY-STATEMENT-POSTING
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVED-JOBS-FILE.

       *> credits the posting in JOB-RECORD: opened when posted in
       *> the month, expired when its closing date fell in the month
       *> and has passed
       TALLY-STATEMENT-POSTING.
           IF JOB-POSTED-DATE(1:4) NOT = WS-ES-MONTH AND
              (JOB-CLOSING-DATE = SPACES OR
               JOB-CLOSING-DATE(1:4) NOT = WS-ES-MONTH)
               EXIT PARAGRAPH
           END-IF
           MOVE JOB-EMPLOYER TO WS-ES-MATCH-NAME
           PERFORM FIND-STATEMENT-EMPLOYER
           IF WS-ES-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF JOB-POSTED-DATE(1:4) = WS-ES-MONTH
               ADD 1 TO WS-ES-OPENED(WS-ES-IDX)
           END-IF
           IF JOB-CLOSING-DATE NOT = SPACES AND
              JOB-CLOSING-DATE(1:4) = WS-ES-MONTH AND
              JOB-CLOSING-DATE < WS-TODAY-DATE
               ADD 1 TO WS-ES-EXPIRED(WS-ES-IDX)
           END-IF.

       *> closures and applications for the month from the journal;
       *> a month the retention step has rolled up lives in its
       *> AuditArchive generation instead of AuditLog.txt
       TALLY-STATEMENT-JOURNAL.
           MOVE SPACES TO WS-AUDIT-STATUS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "10" TO WS-AUDIT-STATUS
           END-IF
           PERFORM UNTIL WS-AUDIT-STATUS = "10"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                       PERFORM TALLY-STATEMENT-JOURNAL-ROW
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME
           STRING "AuditArchive-" WS-ES-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-AUDIT-ARCHIVE-NAME
           END-STRING
           MOVE SPACES TO WS-AUDIT-ARCHIVE-STATUS
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDIT-ARCHIVE-STATUS NOT = "00"
               MOVE "10" TO WS-AUDIT-ARCHIVE-STATUS
           END-IF
           PERFORM UNTIL WS-AUDIT-ARCHIVE-STATUS = "10"
               READ AUDIT-ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-AUDIT-ARCHIVE-STATUS
                   NOT AT END
                       MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-RECORD
                       PERFORM TALLY-STATEMENT-JOURNAL-ROW
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE.

       *> credits the journal entry in AUDIT-RECORD when it is a
       *> closure or an application stamped in the month
       TALLY-STATEMENT-JOURNAL-ROW.
           IF AUD-TIMESTAMP(1:4) NOT = WS-ES-MONTH
               EXIT PARAGRAPH
           END-IF
           IF AUD-ACTION NOT = "CLOSE-POSTING" AND
              AUD-ACTION NOT = "APPLY-FOR-JOB"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-JOURNAL-EMPLOYER
           IF WS-ES-IDX = 0
               ADD 1 TO WS-ES-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           IF AUD-ACTION = "CLOSE-POSTING"
               ADD 1 TO WS-ES-CLOSED(WS-ES-IDX)
           ELSE
               ADD 1 TO WS-ES-APPS(WS-ES-IDX)
           END-IF.

       *> the posting entries are keyed "<title> at <employer>";
       *> sets WS-ES-IDX to the employer whose name ends the key,
       *> or 0 when none does
       FIND-JOURNAL-EMPLOYER.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AUD-KEY TRAILING))
               TO WS-ES-KEY-LEN
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ES-NAME(WS-ES-IDX)))
                   TO WS-ES-NAME-LEN
               IF WS-ES-KEY-LEN > WS-ES-NAME-LEN + 4
                   MOVE SPACES TO WS-ES-MATCH-TEXT
                   STRING " at " FUNCTION TRIM(WS-ES-NAME(WS-ES-IDX))
                       DELIMITED BY SIZE INTO WS-ES-MATCH-TEXT
                   END-STRING
                   COMPUTE WS-ES-KEY-START =
                       WS-ES-KEY-LEN - WS-ES-NAME-LEN - 3
                   IF AUD-KEY(WS-ES-KEY-START:WS-ES-NAME-LEN + 4) =
                      WS-ES-MATCH-TEXT(1:WS-ES-NAME-LEN + 4)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ES-IDX > WS-ES-COUNT
               MOVE 0 TO WS-ES-IDX
           END-IF.

       *> where each employer's applicants stand: the current status
       *> of every application on file against it
       TALLY-STATEMENT-APPLICATIONS.
           MOVE SPACES TO WS-APPLICATIONS-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00" AND
              WS-APPLICATIONS-STATUS NOT = "05"
               MOVE "10" TO WS-APPLICATIONS-STATUS
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO WS-APPLICATIONS-STATUS
                   NOT AT END
                       MOVE APP-EMPLOYER TO WS-ES-MATCH-NAME
                       PERFORM FIND-STATEMENT-EMPLOYER
                       IF WS-ES-IDX > 0
                           PERFORM CREDIT-STATEMENT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       *> adds APP-STATUS to employer WS-ES-IDX's status mix; past
       *> ten distinct statuses the rest are pooled as Other
       CREDIT-STATEMENT-STATUS.
           PERFORM VARYING WS-ES-SIDX FROM 1 BY 1
                   UNTIL WS-ES-SIDX > WS-ES-STAT-COUNT(WS-ES-IDX)
               IF WS-ES-STAT-NAME(WS-ES-IDX, WS-ES-SIDX) = APP-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ES-SIDX > WS-ES-STAT-COUNT(WS-ES-IDX)
               IF WS-ES-STAT-COUNT(WS-ES-IDX) < 10
                   ADD 1 TO WS-ES-STAT-COUNT(WS-ES-IDX)
                   MOVE WS-ES-STAT-COUNT(WS-ES-IDX) TO WS-ES-SIDX
                   MOVE APP-STATUS
                       TO WS-ES-STAT-NAME(WS-ES-IDX, WS-ES-SIDX)
                   IF WS-ES-SIDX = 10
                       MOVE "Other"
                           TO WS-ES-STAT-NAME(WS-ES-IDX, WS-ES-SIDX)
                   END-IF
                   MOVE 0 TO WS-ES-STAT-ROWS(WS-ES-IDX, WS-ES-SIDX)
               ELSE
                   MOVE 10 TO WS-ES-SIDX
               END-IF
           END-IF
           ADD 1 TO WS-ES-STAT-ROWS(WS-ES-IDX, WS-ES-SIDX).

       *> interview slots dated in the month, by the employer in the
       *> slot's posting key: published, booked (including those
       *> later marked no-show) and no-shows
       TALLY-STATEMENT-SLOTS.
           MOVE SPACES TO WS-SLOTS-STATUS
           OPEN INPUT SLOTS-FILE
           IF WS-SLOTS-STATUS NOT = "00"
               MOVE "10" TO WS-SLOTS-STATUS
           END-IF
           PERFORM UNTIL WS-SLOTS-STATUS = "10"
               READ SLOTS-FILE
                   AT END
                       MOVE "10" TO WS-SLOTS-STATUS
                   NOT AT END
                       IF SLOT-DATE(1:4) = WS-ES-MONTH
                           MOVE SLOT-JOB-KEY(101:100)
                               TO WS-ES-MATCH-NAME
                           PERFORM FIND-STATEMENT-EMPLOYER
                           IF WS-ES-IDX > 0
                               ADD 1 TO WS-ES-SLOTS(WS-ES-IDX)
                               IF SLOT-STATUS = 'B' OR
                                  SLOT-STATUS = 'N'
                                   ADD 1 TO WS-ES-BOOKED(WS-ES-IDX)
                               END-IF
                               IF SLOT-STATUS = 'N'
                                   ADD 1 TO WS-ES-NO-SHOWS(WS-ES-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOTS-FILE.

       *> offers accepted in the month
       TALLY-STATEMENT-PLACEMENTS.
           MOVE SPACES TO WS-PLACEMENTS-STATUS
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS NOT = "00"
               MOVE "10" TO WS-PLACEMENTS-STATUS
           END-IF
           PERFORM UNTIL WS-PLACEMENTS-STATUS = "10"
               READ PLACEMENTS-FILE
                   AT END
                       MOVE "10" TO WS-PLACEMENTS-STATUS
                   NOT AT END
                       IF PLACE-DATE(1:4) = WS-ES-MONTH
                           MOVE PLACE-EMPLOYER TO WS-ES-MATCH-NAME
                           PERFORM FIND-STATEMENT-EMPLOYER
                           IF WS-ES-IDX > 0
                               ADD 1 TO WS-ES-HIRES(WS-ES-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLACEMENTS-FILE.

       *> one statement page for employer WS-ES-IDX
       WRITE-EMPLOYER-STATEMENT.
           MOVE 'Y' TO WS-ES-NEW-PAGE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- InCollege Employer Statement - "
                  WS-ES-MONTH-LABEL " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Employer: " FUNCTION TRIM(WS-ES-NAME(WS-ES-IDX))
                  " (ID " WS-ES-ID(WS-ES-IDX) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO OUTPUT-RECORD
           IF WS-ES-CONTACT(WS-ES-IDX) = SPACES
               MOVE "Contact: (none on file)" TO OUTPUT-RECORD
           ELSE
               STRING "Contact: "
                      FUNCTION TRIM(WS-ES-CONTACT(WS-ES-IDX))
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-STATEMENT-LINE

           MOVE "Postings opened" TO WS-ES-LABEL
           MOVE WS-ES-OPENED(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Postings closed" TO WS-ES-LABEL
           MOVE WS-ES-CLOSED(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Postings expired" TO WS-ES-LABEL
           MOVE WS-ES-EXPIRED(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Applications received" TO WS-ES-LABEL
           MOVE WS-ES-APPS(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT

           MOVE "Applicants by current status:" TO OUTPUT-RECORD
           PERFORM WRITE-STATEMENT-LINE
           IF WS-ES-STAT-COUNT(WS-ES-IDX) = 0
               MOVE "  No applications on file." TO OUTPUT-RECORD
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           PERFORM VARYING WS-ES-SIDX FROM 1 BY 1
                   UNTIL WS-ES-SIDX > WS-ES-STAT-COUNT(WS-ES-IDX)
               MOVE SPACES TO WS-ES-LABEL
               STRING "  "
                   FUNCTION TRIM(WS-ES-STAT-NAME(WS-ES-IDX, WS-ES-SIDX))
                   DELIMITED BY SIZE INTO WS-ES-LABEL
               END-STRING
               MOVE WS-ES-STAT-ROWS(WS-ES-IDX, WS-ES-SIDX)
                   TO WS-ES-VALUE
               PERFORM WRITE-STATEMENT-COUNT
           END-PERFORM

           MOVE "Interview slots published" TO WS-ES-LABEL
           MOVE WS-ES-SLOTS(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Interview slots booked" TO WS-ES-LABEL
           MOVE WS-ES-BOOKED(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Interview no-shows" TO WS-ES-LABEL
           MOVE WS-ES-NO-SHOWS(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Offers accepted" TO WS-ES-LABEL
           MOVE WS-ES-HIRES(WS-ES-IDX) TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT.

       *> closing page: employers ranked by offers accepted, most
       *> first (ties stay in master order), with the month's totals
       WRITE-STATEMENT-RANKING.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX >= WS-ES-COUNT
               PERFORM VARYING WS-ES-IDX2 FROM 1 BY 1
                       UNTIL WS-ES-IDX2 > WS-ES-COUNT - WS-ES-IDX
                   IF WS-ES-HIRES(WS-ES-RANK(WS-ES-IDX2)) <
                      WS-ES-HIRES(WS-ES-RANK(WS-ES-IDX2 + 1))
                       MOVE WS-ES-RANK(WS-ES-IDX2) TO WS-ES-HOLD
                       MOVE WS-ES-RANK(WS-ES-IDX2 + 1)
                           TO WS-ES-RANK(WS-ES-IDX2)
                       MOVE WS-ES-HOLD TO WS-ES-RANK(WS-ES-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 'Y' TO WS-ES-NEW-PAGE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "---- Employers Ranked by Hires - "
                  WS-ES-MONTH-LABEL " ----"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "Rank" TO OUTPUT-RECORD(1:4)
           MOVE "Employer" TO OUTPUT-RECORD(7:8)
           MOVE "Hires" TO OUTPUT-RECORD(56:5)
           MOVE "Applications" TO OUTPUT-RECORD(63:12)
           MOVE "Opened" TO OUTPUT-RECORD(77:6)
           PERFORM WRITE-STATEMENT-LINE

           MOVE 0 TO WS-ES-TOT-OPENED
           MOVE 0 TO WS-ES-TOT-CLOSED
           MOVE 0 TO WS-ES-TOT-EXPIRED
           MOVE 0 TO WS-ES-TOT-APPS
           MOVE 0 TO WS-ES-TOT-SLOTS
           MOVE 0 TO WS-ES-TOT-BOOKED
           MOVE 0 TO WS-ES-TOT-NO-SHOWS
           MOVE 0 TO WS-ES-TOT-HIRES
           PERFORM VARYING WS-ES-IDX2 FROM 1 BY 1
                   UNTIL WS-ES-IDX2 > WS-ES-COUNT
               MOVE WS-ES-RANK(WS-ES-IDX2) TO WS-ES-IDX
               ADD WS-ES-OPENED(WS-ES-IDX) TO WS-ES-TOT-OPENED
               ADD WS-ES-CLOSED(WS-ES-IDX) TO WS-ES-TOT-CLOSED
               ADD WS-ES-EXPIRED(WS-ES-IDX) TO WS-ES-TOT-EXPIRED
               ADD WS-ES-APPS(WS-ES-IDX) TO WS-ES-TOT-APPS
               ADD WS-ES-SLOTS(WS-ES-IDX) TO WS-ES-TOT-SLOTS
               ADD WS-ES-BOOKED(WS-ES-IDX) TO WS-ES-TOT-BOOKED
               ADD WS-ES-NO-SHOWS(WS-ES-IDX) TO WS-ES-TOT-NO-SHOWS
               ADD WS-ES-HIRES(WS-ES-IDX) TO WS-ES-TOT-HIRES
               MOVE SPACES TO OUTPUT-RECORD
               MOVE WS-ES-IDX2 TO WS-ES-RANK-DISPLAY
               MOVE WS-ES-RANK-DISPLAY TO OUTPUT-RECORD(1:3)
               MOVE WS-ES-NAME(WS-ES-IDX) TO OUTPUT-RECORD(7:45)
               MOVE WS-ES-HIRES(WS-ES-IDX) TO WS-ES-COL-DISPLAY
               MOVE WS-ES-COL-DISPLAY TO OUTPUT-RECORD(56:5)
               MOVE WS-ES-APPS(WS-ES-IDX) TO WS-ES-COL-DISPLAY
               MOVE WS-ES-COL-DISPLAY TO OUTPUT-RECORD(70:5)
               MOVE WS-ES-OPENED(WS-ES-IDX) TO WS-ES-COL-DISPLAY
               MOVE WS-ES-COL-DISPLAY TO OUTPUT-RECORD(78:5)
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM

           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-STATEMENT-LINE
           MOVE "Total postings opened" TO WS-ES-LABEL
           MOVE WS-ES-TOT-OPENED TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Total postings closed" TO WS-ES-LABEL
           MOVE WS-ES-TOT-CLOSED TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Total postings expired" TO WS-ES-LABEL
           MOVE WS-ES-TOT-EXPIRED TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Total applications received" TO WS-ES-LABEL
           MOVE WS-ES-TOT-APPS TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Total interview slots published" TO WS-ES-LABEL
           MOVE WS-ES-TOT-SLOTS TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Total interview slots booked" TO WS-ES-LABEL
           MOVE WS-ES-TOT-BOOKED TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Total interview no-shows" TO WS-ES-LABEL
           MOVE WS-ES-TOT-NO-SHOWS TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Total offers accepted" TO WS-ES-LABEL
           MOVE WS-ES-TOT-HIRES TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           MOVE "Activity not matched to the master" TO WS-ES-LABEL
           MOVE WS-ES-UNMATCHED TO WS-ES-VALUE
           PERFORM WRITE-STATEMENT-COUNT
           IF WS-ES-SKIPPED > 0
               MOVE "Employers not reported (table full)"
                   TO WS-ES-LABEL
               MOVE WS-ES-SKIPPED TO WS-ES-VALUE
               PERFORM WRITE-STATEMENT-COUNT
           END-IF
           MOVE "---- End of Employer Statements ----"
               TO OUTPUT-RECORD
           PERFORM WRITE-STATEMENT-LINE.

       *> pipe-delimited copy of the statements: H row with the
       *> month and employer count, a D row of counts per employer,
       *> an S row per applicant status, and a T row carrying the
       *> row counts and the month's totals as control figures
       WRITE-STATEMENT-EXTRACT.
           OPEN OUTPUT EMP-STMT-EXTRACT-FILE
           IF WS-EMP-STMT-EXTRACT-STATUS NOT = "00"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Error opening employer statement extract "
                   WS-EMP-STMT-EXTRACT-STATUS
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               CLOSE EMP-STMT-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ES-D-ROWS
           MOVE 0 TO WS-ES-S-ROWS
           MOVE SPACES TO EMP-STMT-EXTRACT-RECORD
           STRING "H|INCOLLEGE-EMPLOYER-STATEMENT|" WS-ES-MONTH
                  "|" WS-TODAY-DATE "|" WS-ES-COUNT
               DELIMITED BY SIZE INTO EMP-STMT-EXTRACT-RECORD
           END-STRING
           WRITE EMP-STMT-EXTRACT-RECORD

           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               ADD 1 TO WS-ES-D-ROWS
               MOVE SPACES TO EMP-STMT-EXTRACT-RECORD
               STRING "D|" WS-ES-ID(WS-ES-IDX)
                      "|" FUNCTION TRIM(WS-ES-NAME(WS-ES-IDX))
                      "|" FUNCTION TRIM(WS-ES-CONTACT(WS-ES-IDX))
                      "|" WS-ES-OPENED(WS-ES-IDX)
                      "|" WS-ES-CLOSED(WS-ES-IDX)
                      "|" WS-ES-EXPIRED(WS-ES-IDX)
                      "|" WS-ES-APPS(WS-ES-IDX)
                      "|" WS-ES-SLOTS(WS-ES-IDX)
                      "|" WS-ES-BOOKED(WS-ES-IDX)
                      "|" WS-ES-NO-SHOWS(WS-ES-IDX)
                      "|" WS-ES-HIRES(WS-ES-IDX)
                   DELIMITED BY SIZE INTO EMP-STMT-EXTRACT-RECORD
               END-STRING
               WRITE EMP-STMT-EXTRACT-RECORD
               PERFORM VARYING WS-ES-SIDX FROM 1 BY 1
                       UNTIL WS-ES-SIDX > WS-ES-STAT-COUNT(WS-ES-IDX)
                   ADD 1 TO WS-ES-S-ROWS
                   MOVE SPACES TO EMP-STMT-EXTRACT-RECORD
                   STRING "S|" WS-ES-ID(WS-ES-IDX) "|"
                       FUNCTION TRIM(
                           WS-ES-STAT-NAME(WS-ES-IDX, WS-ES-SIDX))
                       "|" WS-ES-STAT-ROWS(WS-ES-IDX, WS-ES-SIDX)
                       DELIMITED BY SIZE INTO EMP-STMT-EXTRACT-RECORD
                   END-STRING
                   WRITE EMP-STMT-EXTRACT-RECORD
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO EMP-STMT-EXTRACT-RECORD
           STRING "T|" WS-ES-D-ROWS "|" WS-ES-S-ROWS
                  "|" WS-ES-TOT-OPENED "|" WS-ES-TOT-CLOSED
                  "|" WS-ES-TOT-EXPIRED "|" WS-ES-TOT-APPS
                  "|" WS-ES-TOT-SLOTS "|" WS-ES-TOT-BOOKED
                  "|" WS-ES-TOT-NO-SHOWS "|" WS-ES-TOT-HIRES
               DELIMITED BY SIZE INTO EMP-STMT-EXTRACT-RECORD
           END-STRING
           WRITE EMP-STMT-EXTRACT-RECORD
           CLOSE EMP-STMT-EXTRACT-FILE.

       *> one "label ..... count" line of a statement page
       WRITE-STATEMENT-COUNT.
           MOVE WS-ES-VALUE TO WS-ES-VALUE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           MOVE WS-ES-LABEL TO OUTPUT-RECORD(3:40)
           MOVE WS-ES-VALUE-DISPLAY TO OUTPUT-RECORD(45:9)
           PERFORM WRITE-STATEMENT-LINE.

       *> echoes the line in OUTPUT-RECORD to the user and appends it
       *> to the statements, starting a new page when asked to
       WRITE-STATEMENT-LINE.
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO EMP-STMT-RECORD
           IF WS-ES-NEW-PAGE = 'Y'
               WRITE EMP-STMT-RECORD AFTER ADVANCING PAGE
               MOVE 'N' TO WS-ES-NEW-PAGE
           ELSE
               WRITE EMP-STMT-RECORD AFTER ADVANCING 1 LINES
           END-IF.

       *> CONTENT MODERATION -------------------------------------------

       *> loads ProhibitedTerms.txt into WS-MOD-TERM
       LOAD-PROHIBITED-TERMS.
           MOVE 0 TO WS-MOD-TERM-COUNT
           MOVE SPACES TO WS-TERMS-STATUS
           OPEN INPUT PROHIBITED-TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               MOVE "10" TO WS-TERMS-STATUS
           END-IF
           PERFORM UNTIL WS-TERMS-STATUS = "10"
               READ PROHIBITED-TERMS-FILE
                   AT END
                       MOVE "10" TO WS-TERMS-STATUS
                   NOT AT END
                       IF PT-TERM NOT = SPACES AND
                          WS-MOD-TERM-COUNT < WS-MOD-TERM-MAX
                           ADD 1 TO WS-MOD-TERM-COUNT
                           MOVE PT-TERM
                               TO WS-MOD-TERM(WS-MOD-TERM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROHIBITED-TERMS-FILE.

       *> screens WS-MOD-TEXT against the prohibited terms: sets
       *> WS-MOD-FLAGGED and the first term found in WS-MOD-MATCHED.
       *> Case and punctuation are ignored and terms match whole
       *> words only, so a term inside a longer word is not a hit
       SCREEN-FOR-PROHIBITED-TERMS.
           MOVE 'N' TO WS-MOD-FLAGGED
           MOVE SPACES TO WS-MOD-MATCHED
           PERFORM LOAD-PROHIBITED-TERMS
           IF WS-MOD-TERM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-MOD-TEXT CONVERTING WS-VER-LOWER TO WS-VER-UPPER
           INSPECT WS-MOD-TEXT CONVERTING ".,;:!?()/-" TO SPACES
           INSPECT WS-MOD-TEXT REPLACING ALL QUOTE BY SPACE
           INSPECT WS-MOD-TEXT REPLACING ALL "'" BY SPACE
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MOD-TERM-COUNT
                      OR WS-MOD-FLAGGED = 'Y'
               MOVE SPACES TO WS-MOD-PATTERN
               STRING " " FUNCTION TRIM(WS-MOD-TERM(WS-MOD-IDX)) " "
                   DELIMITED BY SIZE INTO WS-MOD-PATTERN
               END-STRING
               COMPUTE WS-MOD-PAT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-MOD-TERM(WS-MOD-IDX))) + 2
               MOVE 0 TO WS-MOD-HITS
               INSPECT WS-MOD-TEXT TALLYING WS-MOD-HITS
                   FOR ALL WS-MOD-PATTERN(1:WS-MOD-PAT-LEN)
               IF WS-MOD-HITS > 0
                   MOVE 'Y' TO WS-MOD-FLAGGED
                   MOVE WS-MOD-TERM(WS-MOD-IDX) TO WS-MOD-MATCHED
               END-IF
           END-PERFORM.

       *> names the item type in WS-MOD-TYPE for screens, messages
       *> and the journal
       NAME-HELD-ITEM-TYPE.
           EVALUATE WS-MOD-TYPE
               WHEN 'J'
                   MOVE "job posting" TO WS-MOD-TYPE-NAME
               WHEN 'M'
                   MOVE "message" TO WS-MOD-TYPE-NAME
               WHEN OTHER
                   MOVE "recommendation" TO WS-MOD-TYPE-NAME
           END-EVALUATE.

       *> files a just-submitted item in the moderation queue instead
       *> of publishing it, journals the hold and tells the author
       *> it is pending review. The caller sets WS-MOD-AUTHOR,
       *> WS-MOD-TYPE, WS-MOD-TARGET and WS-MOD-BODY; a job
       *> posting's other fields are taken from the WS-JOB- fields.
       *> An author who is not the one at the keyboard (a feed
       *> posting) is told by system message instead
       HOLD-MODERATED-ITEM.
           MOVE 0 TO WS-MOD-NEXT-ID
           MOVE SPACES TO WS-HELD-STATUS
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               MOVE "10" TO WS-HELD-STATUS
           END-IF
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-ID > WS-MOD-NEXT-ID
                           MOVE HELD-ID TO WS-MOD-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE
           ADD 1 TO WS-MOD-NEXT-ID

           OPEN EXTEND HELD-ITEMS-FILE
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HELD-ITEMS-FILE
               CLOSE HELD-ITEMS-FILE
               OPEN EXTEND HELD-ITEMS-FILE
           END-IF
           MOVE SPACES TO HELD-ITEM-RECORD
           MOVE WS-MOD-NEXT-ID TO HELD-ID
           MOVE WS-MOD-TYPE TO HELD-TYPE
           MOVE WS-MOD-AUTHOR TO HELD-AUTHOR
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO HELD-DATE
           MOVE 'H' TO HELD-STATUS
           MOVE WS-MOD-MATCHED TO HELD-TERM
           MOVE WS-MOD-TARGET TO HELD-TARGET
           MOVE WS-MOD-BODY TO HELD-TEXT
           IF WS-MOD-TYPE = 'J'
               MOVE WS-JOB-TITLE TO HELD-JOB-TITLE
               MOVE WS-JOB-EMPLOYER TO HELD-JOB-EMPLOYER
               MOVE WS-JOB-LOCATION TO HELD-JOB-LOCATION
               MOVE WS-JOB-SALARY TO HELD-JOB-SALARY
               MOVE WS-JOB-CLOSING-DATE TO HELD-JOB-CLOSING
           END-IF
           WRITE HELD-ITEM-RECORD
           CLOSE HELD-ITEMS-FILE

           MOVE 8 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           PERFORM NAME-HELD-ITEM-TYPE
           MOVE WS-MOD-NEXT-ID TO WS-MOD-ID-DISPLAY
           MOVE WS-MOD-AUTHOR TO WS-AUDIT-USER
           MOVE "MOD-HOLD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "item " FUNCTION TRIM(WS-MOD-ID-DISPLAY) " "
                  FUNCTION TRIM(WS-MOD-TYPE-NAME) " term "
                  FUNCTION TRIM(WS-MOD-MATCHED)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           IF WS-MOD-AUTHOR NOT = WS-LOGGED-USER
               PERFORM NOTIFY-HELD-AUTHOR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Your " FUNCTION TRIM(WS-MOD-TYPE-NAME)
                  " has been held for review by a moderator."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE "It will be published once it is approved."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> system message telling WS-MOD-AUTHOR that the posting just
       *> held is waiting for review
       NOTIFY-HELD-AUTHOR.
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-MOD-AUTHOR TO MSG-RECEIVER
           MOVE SPACES TO MSG-CONTENT
           STRING "Your " FUNCTION TRIM(WS-MOD-TYPE-NAME) " "
                  FUNCTION TRIM(WS-JOB-TITLE)
                  " has been held for review by a moderator and "
                  "will be published once it is approved."
               DELIMITED BY SIZE INTO MSG-CONTENT
           END-STRING
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO WS-MSG-TIMESTAMP
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE

           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER.

       *> admin review screen: lists the items awaiting review and
       *> takes a release or reject decision on one at a time until
       *> the admin backs out
       REVIEW-HELD-ITEMS.
           MOVE "------ Moderation Review Queue ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM REVIEW-ONE-HELD-ITEM WITH TEST AFTER
               UNTIL WS-MOD-CHOICE = 0 OR INPUT-EOF-FLAG = 'Y'.

       *> one pass of the review screen: list, pick, decide
       REVIEW-ONE-HELD-ITEM.
           MOVE 0 TO WS-MOD-CHOICE
           PERFORM LIST-HELD-ITEMS
           IF WS-MOD-Q-COUNT = 0
               MOVE "No items are waiting for review." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter an item number to decide, or 0 to go back:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           IF INPUT-RECORD(2:1) >= '0' AND INPUT-RECORD(2:1) <= '9'
               MOVE INPUT-RECORD(1:2) TO WS-MOD-CHOICE
           ELSE
               MOVE INPUT-RECORD(1:1) TO WS-MOD-CHOICE
           END-IF
           IF WS-MOD-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MOD-CHOICE > WS-MOD-Q-COUNT
               MOVE "Invalid item number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MOD-Q-ID(WS-MOD-CHOICE) TO WS-MOD-ID
           PERFORM FETCH-HELD-ITEM
           IF WS-MI-ID NOT = WS-MOD-ID OR WS-MI-STATUS NOT = 'H'
               MOVE "That item has already been decided."
                   TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-HELD-ITEM
           MOVE "1. Release (publish it)" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Reject (tell the author)" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Leave on hold" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD(1:1) TO WS-MOD-DECISION
           EVALUATE WS-MOD-DECISION
               WHEN '1'
                   PERFORM RELEASE-HELD-ITEM
               WHEN '2'
                   PERFORM REJECT-HELD-ITEM
               WHEN OTHER
                   MOVE "Item left on hold." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

       *> numbered list of the items still held, oldest first;
       *> WS-MOD-Q-ID keeps the item IDs behind the numbers
       LIST-HELD-ITEMS.
           MOVE 0 TO WS-MOD-Q-COUNT
           MOVE 0 TO WS-MOD-Q-MORE
           MOVE SPACES TO WS-HELD-STATUS
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               MOVE "10" TO WS-HELD-STATUS
           END-IF
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-STATUS = 'H'
                           IF WS-MOD-Q-COUNT < WS-MOD-Q-MAX
                               ADD 1 TO WS-MOD-Q-COUNT
                               MOVE HELD-ID
                                   TO WS-MOD-Q-ID(WS-MOD-Q-COUNT)
                               PERFORM LIST-ONE-HELD-ITEM
                           ELSE
                               ADD 1 TO WS-MOD-Q-MORE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE
           IF WS-MOD-Q-MORE > 0
               MOVE WS-MOD-Q-MORE TO WS-MOD-DISPLAY-1
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  ... and " FUNCTION TRIM(WS-MOD-DISPLAY-1)
                      " more after these are decided."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-IF.

       *> one line of the queue for the held row just read
       LIST-ONE-HELD-ITEM.
           MOVE HELD-TYPE TO WS-MOD-TYPE
           PERFORM NAME-HELD-ITEM-TYPE
           MOVE HELD-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE WS-MOD-Q-COUNT TO WS-MOD-DISPLAY-1
           MOVE SPACES TO OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-MOD-DISPLAY-1) ". "
                  WS-FORMATTED-JOB-DATE " "
                  FUNCTION TRIM(WS-MOD-TYPE-NAME) " by "
                  FUNCTION TRIM(HELD-AUTHOR) " (term: "
                  FUNCTION TRIM(HELD-TERM) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> brings held item WS-MOD-ID into WS-MOD-ITEM; WS-MI-ID is
       *> left at zero when it is no longer on file
       FETCH-HELD-ITEM.
           MOVE SPACES TO WS-MOD-ITEM
           MOVE 0 TO WS-MI-ID
           MOVE SPACES TO WS-HELD-STATUS
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               MOVE "10" TO WS-HELD-STATUS
           END-IF
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-ID = WS-MOD-ID
                           MOVE HELD-ITEM-RECORD TO WS-MOD-ITEM
                           MOVE "10" TO WS-HELD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE.

       *> the full content of the item in WS-MOD-ITEM
       SHOW-HELD-ITEM.
           MOVE WS-MI-TYPE TO WS-MOD-TYPE
           PERFORM NAME-HELD-ITEM-TYPE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Held " FUNCTION TRIM(WS-MOD-TYPE-NAME) " from "
                  FUNCTION TRIM(WS-MI-AUTHOR)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           IF WS-MI-TYPE = 'J'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Title: " FUNCTION TRIM(WS-MI-JOB-TITLE)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Employer: " FUNCTION TRIM(WS-MI-JOB-EMPLOYER)
                      ", " FUNCTION TRIM(WS-MI-JOB-LOCATION)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           ELSE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  For: " FUNCTION TRIM(WS-MI-TARGET)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Text: " FUNCTION TRIM(WS-MI-TEXT)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  Matched term: " FUNCTION TRIM(WS-MI-TERM)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT.

       *> publishes the item in WS-MOD-ITEM to the file it was
       *> meant for, as if its author had just submitted it, then
       *> marks it released; a posting whose key has been taken in
       *> the meantime stays on hold
       RELEASE-HELD-ITEM.
           MOVE 'N' TO WS-MOD-PUBLISHED
           PERFORM CHECK-HELD-ITEM-PARTIES
           IF WS-MOD-PARTY-OK = 'N'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "The author or recipient no longer has an "
                      "account; reject the item instead."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MI-TYPE
               WHEN 'J'
                   PERFORM PUBLISH-HELD-POSTING
               WHEN 'M'
                   PERFORM PUBLISH-HELD-MESSAGE
               WHEN OTHER
                   PERFORM PUBLISH-HELD-RECOMMENDATION
           END-EVALUATE
           IF WS-MOD-PUBLISHED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-MOD-DECISION
           PERFORM SET-HELD-ITEM-STATUS
           MOVE "MOD-RELEASE" TO WS-MOD-ACTION
           PERFORM JOURNAL-MODERATION-DECISION
           MOVE "Item released and published." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> WS-MOD-PARTY-OK says whether the author of the item in
       *> WS-MOD-ITEM, and for a message or recommendation the
       *> user it is for, still have accounts to publish between
       CHECK-HELD-ITEM-PARTIES.
           MOVE 'Y' TO WS-MOD-PARTY-OK
           MOVE WS-MI-AUTHOR TO WS-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-FOUND = 'N'
               MOVE 'N' TO WS-MOD-PARTY-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-MI-TYPE NOT = 'J'
               MOVE WS-MI-TARGET TO WS-USERNAME
               PERFORM CHECK-USER-EXISTS
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-MOD-PARTY-OK
               END-IF
           END-IF.

       *> writes the held posting to Jobs.txt under its author, the
       *> same record POST-JOB would have written, dated today,
       *> and journals it under its author as POST-JOB does
       PUBLISH-HELD-POSTING.
           MOVE WS-MI-JOB-TITLE TO WS-JOB-TITLE
           MOVE WS-MI-TEXT TO WS-JOB-DESCRIPTION
           MOVE WS-MI-JOB-EMPLOYER TO WS-JOB-EMPLOYER
           MOVE WS-MI-JOB-LOCATION TO WS-JOB-LOCATION
           MOVE WS-MI-JOB-SALARY TO WS-JOB-SALARY
           MOVE WS-MI-JOB-CLOSING TO WS-JOB-CLOSING-DATE
           PERFORM CHECK-DUPLICATE-JOB
           IF WS-FOUND = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "A job with this title, employer, and location "
                      "already exists; item left on hold."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O JOBS-FILE
           IF WS-JOBS-STATUS = "35"
               OPEN OUTPUT JOBS-FILE
               CLOSE JOBS-FILE
               OPEN I-O JOBS-FILE
           END-IF
           MOVE WS-MI-AUTHOR TO JOB-POSTER
           MOVE WS-JOB-TITLE TO JOB-TITLE
           MOVE WS-JOB-DESCRIPTION TO JOB-DESCRIPTION
           MOVE WS-JOB-EMPLOYER TO JOB-EMPLOYER
           MOVE WS-JOB-LOCATION TO JOB-LOCATION
           MOVE WS-JOB-SALARY TO JOB-SALARY
           MOVE WS-JOB-COMPOSITE-KEY TO JOB-COMPOSITE-KEY
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO JOB-POSTED-DATE
           MOVE WS-JOB-CLOSING-DATE TO JOB-CLOSING-DATE
           MOVE 'O' TO JOB-STATUS
           WRITE JOB-RECORD
           CLOSE JOBS-FILE

           MOVE 2 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE WS-MI-AUTHOR TO WS-AUDIT-USER
           MOVE "POST-JOB" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-JOB-TITLE) " at "
               FUNCTION TRIM(WS-JOB-EMPLOYER)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           MOVE 'Y' TO WS-MOD-PUBLISHED.

       *> delivers the held message to its recipient's inbox and
       *> journals the send under its author
       PUBLISH-HELD-MESSAGE.
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               MOVE "Error opening messages file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MI-AUTHOR TO MSG-SENDER
           MOVE WS-MI-TARGET TO MSG-RECEIVER
           MOVE WS-MI-TEXT TO MSG-CONTENT
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO WS-MSG-TIMESTAMP
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE

           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE WS-MI-AUTHOR TO WS-AUDIT-USER
           MOVE "SEND-MESSAGE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "to " FUNCTION TRIM(WS-MI-TARGET)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           MOVE 'Y' TO WS-MOD-PUBLISHED.

       *> files the held recommendation and lets the endorsed user
       *> know, as WRITE-RECOMMENDATION does
       PUBLISH-HELD-RECOMMENDATION.
           PERFORM SAFE-OPEN-ENDORSEMENTS-EXTEND
           MOVE WS-MI-TARGET TO END-USERNAME
           MOVE WS-MI-AUTHOR TO END-FROM
           MOVE 'R' TO END-TYPE
           MOVE SPACES TO END-SKILL
           MOVE WS-MI-TEXT TO END-TEXT
           ACCEPT WS-TODAY-DATE FROM DATE
           MOVE WS-TODAY-DATE TO END-DATE
           WRITE ENDORSE-RECORD
           CLOSE ENDORSEMENTS-FILE

           MOVE WS-MI-AUTHOR TO WS-AUDIT-USER
           MOVE "RECOMMEND" TO WS-AUDIT-ACTION
           MOVE WS-MI-TARGET TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-MI-TARGET TO WS-TARGET-USER
           MOVE SPACES TO WS-MSG-CONTENT
           STRING FUNCTION TRIM(WS-MI-AUTHOR)
               " wrote you a recommendation."
               DELIMITED BY SIZE INTO WS-MSG-CONTENT
           END-STRING
           PERFORM SEND-ENDORSE-NOTIFICATION
           MOVE 'Y' TO WS-MOD-PUBLISHED.

       *> marks the item rejected and tells its author, system-
       *> message style, that it will not be published
       REJECT-HELD-ITEM.
           MOVE 'X' TO WS-MOD-DECISION
           PERFORM SET-HELD-ITEM-STATUS
           MOVE "MOD-REJECT" TO WS-MOD-ACTION
           PERFORM JOURNAL-MODERATION-DECISION

           *> a retired author has no inbox to be told in
           MOVE WS-MI-AUTHOR TO WS-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-FOUND = 'N'
               MOVE "Item rejected." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
              WS-MESSAGES-STATUS NOT = "05"
               MOVE "Error opening messages file." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               CLOSE MESSAGES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MI-TYPE TO WS-MOD-TYPE
           PERFORM NAME-HELD-ITEM-TYPE
           MOVE WS-MI-DATE TO WS-JOB-DATE-RAW
           PERFORM FORMAT-JOB-DATE
           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-MI-AUTHOR TO MSG-RECEIVER
           MOVE SPACES TO MSG-CONTENT
           STRING "Your " FUNCTION TRIM(WS-MOD-TYPE-NAME)
                  " of " WS-FORMATTED-JOB-DATE
                  " was reviewed and will not be published, as it "
                  "contains content not allowed on InCollege."
               DELIMITED BY SIZE INTO MSG-CONTENT
           END-STRING
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING WS-DATE DELIMITED BY SIZE
               WS-TIME DELIMITED BY SIZE
               INTO WS-MSG-TIMESTAMP
           END-STRING
           MOVE WS-MSG-TIMESTAMP TO MSG-TIMESTAMP
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE

           MOVE 7 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER

           MOVE "Item rejected; the author has been told."
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> stamps held item WS-MOD-ID with the decision in
       *> WS-MOD-DECISION ('R' or 'X'), the deciding admin and
       *> today's date, through the temp file
       SET-HELD-ITEM-STATUS.
           ACCEPT WS-TODAY-DATE FROM DATE
           OPEN INPUT HELD-ITEMS-FILE
           OPEN OUTPUT TEMP-HELD-FILE
           MOVE SPACES TO WS-HELD-STATUS
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-ID = WS-MOD-ID
                           MOVE WS-MOD-DECISION TO HELD-STATUS
                           MOVE WS-LOGGED-USER TO HELD-DECIDED-BY
                           MOVE WS-TODAY-DATE TO HELD-DECIDED-DATE
                       END-IF
                       MOVE HELD-ITEM-RECORD TO TEMP-HELD-RECORD
                       WRITE TEMP-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE
           CLOSE TEMP-HELD-FILE

           OPEN INPUT TEMP-HELD-FILE
           OPEN OUTPUT HELD-ITEMS-FILE
           MOVE SPACES TO WS-TEMP-HELD-STATUS
           PERFORM UNTIL WS-TEMP-HELD-STATUS = "10"
               READ TEMP-HELD-FILE
                   AT END
                       MOVE "10" TO WS-TEMP-HELD-STATUS
                   NOT AT END
                       MOVE TEMP-HELD-RECORD TO HELD-ITEM-RECORD
                       WRITE HELD-ITEM-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-HELD-FILE
           CLOSE HELD-ITEMS-FILE

           MOVE 9 TO WS-DIGEST-EVENT-CODE
           PERFORM INCREMENT-DIGEST-COUNTER.

       *> journals the decision in WS-MOD-ACTION on the item in
       *> WS-MOD-ITEM
       JOURNAL-MODERATION-DECISION.
           MOVE WS-MI-TYPE TO WS-MOD-TYPE
           PERFORM NAME-HELD-ITEM-TYPE
           MOVE WS-MI-ID TO WS-MOD-ID-DISPLAY
           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE WS-MOD-ACTION TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "item " FUNCTION TRIM(WS-MOD-ID-DISPLAY) " "
                  FUNCTION TRIM(WS-MOD-TYPE-NAME) " by "
                  FUNCTION TRIM(WS-MI-AUTHOR)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       *> admin upkeep of the prohibited terms list
       MAINTAIN-PROHIBITED-TERMS.
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE "------ Prohibited Terms ------" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM LOAD-PROHIBITED-TERMS
           IF WS-MOD-TERM-COUNT = 0
               MOVE "No terms on the list." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MOD-TERM-COUNT
               MOVE WS-MOD-IDX TO WS-MOD-DISPLAY-1
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  " FUNCTION TRIM(WS-MOD-DISPLAY-1) ". "
                      WS-MOD-TERM(WS-MOD-IDX)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT
           END-PERFORM
           MOVE "1. Add a Term" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "2. Remove a Term" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "0. Back" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           EVALUATE INPUT-RECORD(1:1)
               WHEN '1'
                   PERFORM ADD-PROHIBITED-TERM
                   PERFORM MAINTAIN-PROHIBITED-TERMS
               WHEN '2'
                   PERFORM REMOVE-PROHIBITED-TERM
                   PERFORM MAINTAIN-PROHIBITED-TERMS
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   PERFORM MAINTAIN-PROHIBITED-TERMS
           END-EVALUATE.

       *> appends a new term, upper-cased, unless it is already
       *> listed
       ADD-PROHIBITED-TERM.
           MOVE "Enter the term to add (max 30 chars):"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD(1:30)) TO WS-MOD-NEW-TERM
           IF WS-MOD-NEW-TERM = SPACES
               MOVE "No term entered." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-MOD-NEW-TERM
               CONVERTING WS-VER-LOWER TO WS-VER-UPPER
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MOD-TERM-COUNT
               IF WS-MOD-TERM(WS-MOD-IDX) = WS-MOD-NEW-TERM
                   MOVE "That term is already on the list."
                       TO OUTPUT-RECORD
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MOD-TERM-COUNT NOT < WS-MOD-TERM-MAX
               MOVE "The terms list is full." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PROHIBITED-TERMS-FILE
           IF WS-TERMS-STATUS = "35"
               OPEN OUTPUT PROHIBITED-TERMS-FILE
               CLOSE PROHIBITED-TERMS-FILE
               OPEN EXTEND PROHIBITED-TERMS-FILE
           END-IF
           MOVE WS-MOD-NEW-TERM TO PT-TERM
           WRITE PROHIBITED-TERM-RECORD
           CLOSE PROHIBITED-TERMS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "MOD-TERM-ADD" TO WS-AUDIT-ACTION
           MOVE WS-MOD-NEW-TERM TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "Term added." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> drops one term by its number on the list, rewriting the
       *> file from the table already in memory
       REMOVE-PROHIBITED-TERM.
           IF WS-MOD-TERM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the term to remove:"
               TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM READ-SAFELY
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE 0 TO WS-MOD-IDX
           IF INPUT-RECORD(1:3) NUMERIC
               MOVE INPUT-RECORD(1:3) TO WS-MOD-IDX
           ELSE
               IF INPUT-RECORD(1:2) NUMERIC
                   MOVE INPUT-RECORD(1:2) TO WS-MOD-IDX
               ELSE
                   IF INPUT-RECORD(1:1) NUMERIC
                       MOVE INPUT-RECORD(1:1) TO WS-MOD-IDX
                   END-IF
               END-IF
           END-IF
           IF WS-MOD-IDX = 0 OR WS-MOD-IDX > WS-MOD-TERM-COUNT
               MOVE "Invalid term number." TO OUTPUT-RECORD
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOD-TERM(WS-MOD-IDX) TO WS-MOD-NEW-TERM

           OPEN OUTPUT PROHIBITED-TERMS-FILE
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MOD-TERM-COUNT
               IF WS-MOD-TERM(WS-MOD-IDX) NOT = WS-MOD-NEW-TERM
                   MOVE WS-MOD-TERM(WS-MOD-IDX) TO PT-TERM
                   WRITE PROHIBITED-TERM-RECORD
               END-IF
           END-PERFORM
           CLOSE PROHIBITED-TERMS-FILE

           MOVE WS-LOGGED-USER TO WS-AUDIT-USER
           MOVE "MOD-TERM-REMOVE" TO WS-AUDIT-ACTION
           MOVE WS-MOD-NEW-TERM TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "Term removed." TO OUTPUT-RECORD
           PERFORM WRITE-OUTPUT.

       *> digest lines for the moderation queue: items held and
       *> decided since the last digest, from the activity counters
       *> RUN-DAILY-DIGEST has loaded, and how many still wait
       WRITE-DIGEST-LINE-MODERATION.
           MOVE 0 TO WS-MOD-HELD-NOW
           MOVE SPACES TO WS-HELD-STATUS
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               MOVE "10" TO WS-HELD-STATUS
           END-IF
           PERFORM UNTIL WS-HELD-STATUS = "10"
               READ HELD-ITEMS-FILE
                   AT END
                       MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                       IF HELD-STATUS = 'H'
                           ADD 1 TO WS-MOD-HELD-NOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-ITEMS-FILE

           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-HELD - WS-DC-SNAP-HELD
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE WS-MOD-HELD-NOW TO WS-DIGEST-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Items Held for Moderation Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
                  "   (Awaiting Review: "
                  FUNCTION TRIM(WS-DIGEST-TOTAL-DISPLAY) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES

           COMPUTE WS-DIGEST-DELTA =
               WS-DC-CUM-DECIDED - WS-DC-SNAP-DECIDED
           MOVE WS-DIGEST-DELTA TO WS-DIGEST-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Moderation Decisions Today: "
                  FUNCTION TRIM(WS-DIGEST-DISPLAY)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE OUTPUT-RECORD TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD AFTER ADVANCING 1 LINES.

       *> JOB ALERTS ---------------------------------------------------

           CLOSE JOBS-FILE

           *> file the new alerts now that Jobs.txt is closed
           PERFORM FILE-NEW-JOB-ALERTS.

       *> appends the alerts CONSIDER-JOB-ALERT gathered in
       *> WS-NEW-ALERT-KEY for WS-LOGGED-USER, dated WS-TODAY-DATE
       FILE-NEW-JOB-ALERTS.
           IF WS-NEW-ALERT-COUNT > 0
               OPEN EXTEND ALERTS-FILE
               IF WS-ALERTS-STATUS = "35"
           IF INPUT-EOF-FLAG = 'Y' EXIT PARAGRAPH END-IF
           MOVE INPUT-RECORD TO WS-MSG-CONTENT

           *> messages carrying a prohibited term wait for an admin
           MOVE SPACES TO WS-MOD-TEXT
           STRING " " WS-MSG-CONTENT " "
               DELIMITED BY SIZE INTO WS-MOD-TEXT
           END-STRING
           PERFORM SCREEN-FOR-PROHIBITED-TERMS
           IF WS-MOD-FLAGGED = 'Y'
               MOVE WS-LOGGED-USER TO WS-MOD-AUTHOR
               MOVE 'M' TO WS-MOD-TYPE
               MOVE WS-TARGET-USERNAME TO WS-MOD-TARGET
               MOVE WS-MSG-CONTENT TO WS-MOD-BODY
               PERFORM HOLD-MODERATED-ITEM
               EXIT PARAGRAPH
           END-IF

           *> Save message to Messages.txt
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00" AND
