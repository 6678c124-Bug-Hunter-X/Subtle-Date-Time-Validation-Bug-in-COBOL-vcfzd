           SELECT SWAP-FLAG-FILE ASSIGN TO "MSTSWAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWAP-STATUS.
           SELECT MASTER-CONTROL-FILE ASSIGN TO "MSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTCTL-STATUS.
           SELECT DUP-EXCEPTION-FILE ASSIGN TO "DUPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPEXC-STATUS.
           SELECT SHIFT-FILE ASSIGN TO "SHIFTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT SHIFT-REJECT-FILE ASSIGN TO "SHIFTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFTREJ-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAY-HISTORY-SORT-WORK ASSIGN TO "PSORTWK".
           SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
           SELECT PAY-ADJUST-FILE ASSIGN TO "PAYADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYADJ-STATUS.
           SELECT CORP-FILE ASSIGN TO "CORPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-STATUS.
           SELECT GL-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-SORT-WORK ASSIGN TO "GSORTWK".
           SELECT SOURCE-REPORT-FILE ASSIGN TO "SRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT SOURCE-SCHEDULE-FILE ASSIGN TO "SRCSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT SEQUENCE-REGISTER-FILE ASSIGN TO "SEQREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-STATUS.
           SELECT PAYSUM-OUT-FILE ASSIGN TO "PAYSUMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.
           SELECT TOKEN-FILE ASSIGN TO "RUNTOKEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPF-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STREAM-CONTROL-FILE ASSIGN TO "STREAMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAMIN-STATUS.
           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-STATUS.
           SELECT STEP-PARM-FILE ASSIGN TO "STEPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Each batch is bracketed by an "HDR" record (source-system ID,
      *> business date, batch sequence) and a "TRL" record carrying the
      *> batch's detail-record count; anything else is a detail record
      *> in the shared DTCOPY layout followed by the badge ID of the
      *> employee who punched. The three 01s below are alternate
      *> views of the same record area, selected on TRANS-REC-TYPE.
       FD  TRANS-FILE.
       01  TRANS-RECORD                PIC X(25).
       01  TRANS-DETAIL-RECORD.
           COPY DTCOPY REPLACING ==PREFIX-DATE== BY ==TRANS-DATE==
                                  ==PREFIX-TIME== BY ==TRANS-TIME==
                                  ==PREFIX-SITE== BY ==TRANS-SITE==.
           05  TRANS-EMP-ID                PIC X(8).
       01  TRANS-CONTROL-RECORD.
           05  TRANS-REC-TYPE              PIC X(3).
               88  TRANS-IS-HEADER         VALUE "HDR".
      *> carousel. It sits after the entry so reject files written
      *> before the stamp existed still read (the missing tail comes
      *> back as spaces and is re-stamped on the next REPAIR pass).
      *> The badge ID follows on the same rule: an older reject comes
      *> back with a space badge.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-REASON-CODE             PIC X(12).
                                  ==PREFIX-TIME== BY ==REJ-TIME==
                                  ==PREFIX-SITE== BY ==REJ-SITE==.
           05  REJ-FIRST-SEEN              PIC 9(8).
           05  REJ-EMP-ID                  PIC X(8).

      *> MASTOUT is a LINE SEQUENTIAL file (this build's ISAM handler is
      *> disabled) whose record leads with the date+time key, held in
      *> merge-walk MASTOUT by key instead of scanning it.
      *> The key date/time are standard shop time; the plant's own
      *> clock values are preserved alongside for audit, with the
      *> site code saying whose clock they were. The badge ID of the
      *> employee who punched rides at the tail and is the last sort
      *> key, so two people at one plant punching the same second are
      *> two entries, not a duplicate; records accepted before the
      *> badge was carried have a space badge.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY DTCOPY REPLACING ==PREFIX-DATE== BY ==MASTER-KEY-DATE==
                          ==PREFIX-SITE== BY ==MASTER-SITE==.
           05  MASTER-LOCAL-DATE           PIC 9(8).
           05  MASTER-LOCAL-TIME           PIC 9(6).
           05  MASTER-EMP-ID               PIC X(8).

      *> Corrections for a REPAIR run, keyed by the entry's ordinal
      *> position in REJOUT (first reject = position 1), carrying the
           COPY DTCOPY REPLACING ==PREFIX-DATE== BY ==CORR-DATE==
                                  ==PREFIX-TIME== BY ==CORR-TIME==
                                  ==PREFIX-SITE== BY ==CORR-SITE==.
      *> Same rule for the badge: space keeps the reject's own badge,
      *> non-space replaces it (cures UNKNOWN-EMP).
           05  CORR-EMP-ID                 PIC X(8).

      *> New-generation reject file written by a REPAIR run: entries
      *> still bad after their correction was applied, in the same
                                  ==PREFIX-TIME== BY ==REJN-TIME==
                                  ==PREFIX-SITE== BY ==REJN-SITE==.
           05  REJN-FIRST-SEEN             PIC 9(8).
           05  REJN-EMP-ID                 PIC X(8).

      *> Retention archive cut from MASTOUT by an ARCHIVE run. Each
      *> run appends one generation: an "HDR" record carrying the run
      *> convention the TRANSIN feed uses, so the reconciliation
      *> jobs can verify a generation the same way.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(39).
       01  ARCHIVE-DETAIL-RECORD.
           COPY DTCOPY REPLACING ==PREFIX-DATE== BY ==ARCH-DATE==
                                  ==PREFIX-TIME== BY ==ARCH-TIME==
                                  ==PREFIX-SITE== BY ==ARCH-SITE==.
           05  ARCH-LOCAL-STAMP            PIC X(14).
           05  ARCH-EMP-ID                 PIC X(8).
       01  ARCHIVE-CONTROL-RECORD.
           05  ARCH-REC-TYPE               PIC X(3).
           05  ARCH-CONTROL-BODY           PIC X(16).
      *> through CALMNT mode. One "W" record carries the seven
      *> open/closed flags (Monday first); each "H" record is one
      *> plant holiday. Entries dated on a closed day reject with
      *> reason NON-BUSINESS. A "P" record is the pay calendar: the
      *> first day of any one pay period and the period length in
      *> days, from which every other period boundary follows; the
      *> last one on file wins.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE                PIC X.
               88  CAL-IS-WEEK-RECORD      VALUE "W".
               88  CAL-IS-HOLIDAY          VALUE "H".
               88  CAL-IS-PAY-CALENDAR     VALUE "P".
           05  CAL-REC-BODY                PIC X(28).
           05  CAL-WEEK-BODY REDEFINES CAL-REC-BODY.
               10  CAL-WEEK-FLAGS.
           05  CAL-HOLIDAY-BODY REDEFINES CAL-REC-BODY.
               10  CAL-HOLIDAY-DATE        PIC 9(8).
               10  CAL-HOLIDAY-DESC        PIC X(20).
           05  CAL-PAY-BODY REDEFINES CAL-REC-BODY.
               10  CAL-PAY-ANCHOR-DATE     PIC 9(8).
               10  CAL-PAY-PERIOD-DAYS     PIC 9(3).
               10  FILLER                  PIC X(17).

      *> Site/timezone reference file, maintained by the scheduling
      *> clerk through SITEMNT mode -- adding a plant or rolling the
      *> record is one per-year DST window (start inclusive, end
      *> exclusive, site-local calendar) with the offset in force
      *> inside it. A site may carry any number of "D" records, one
      *> per calendar year. A "G" record sets the site's attendance
      *> grace minutes (late start, early finish) for ATTEND mode; the
      *> last one on file for a site wins, and a site with none gets
      *> the shop default. A "C" record maps the site to the general
      *> ledger company and cost center its labor is charged to, for
      *> GLDIST mode; again the last one on file wins.
       FD  SITE-FILE.
       01  SITE-RECORD.
           05  SITE-REC-TYPE               PIC X.
               88  SITE-IS-ZONE            VALUE "S".
               88  SITE-IS-DST             VALUE "D".
               88  SITE-IS-GRACE           VALUE "G".
               88  SITE-IS-GL              VALUE "C".
           05  SITE-REC-BODY               PIC X(28).
           05  SITE-ZONE-BODY REDEFINES SITE-REC-BODY.
               10  SITE-ZONE-SITE          PIC X(3).
               10  SITE-DST-START          PIC 9(8).
               10  SITE-DST-END            PIC 9(8).
               10  FILLER                  PIC X(4).
           05  SITE-GRACE-BODY REDEFINES SITE-REC-BODY.
               10  SITE-GRACE-SITE         PIC X(3).
               10  SITE-GRACE-LATE         PIC 9(3).
               10  SITE-GRACE-EARLY        PIC 9(3).
               10  FILLER                  PIC X(19).
           05  SITE-GL-BODY REDEFINES SITE-REC-BODY.
               10  SITE-GL-SITE            PIC X(3).
               10  SITE-GL-COMPANY         PIC X(4).
               10  SITE-GL-COST-CENTER     PIC X(6).
               10  FILLER                  PIC X(15).

      *> Employee reference file, kept by the timekeeping clerk through
      *> EMPMNT mode. Append-only: hiring a badge writes an "A"
      *> record, terminating it writes a "T" record carrying the
      *> termination date (the first date a punch on that badge is
      *> refused), and the last record for a badge is its current
      *> state. Home site is the plant the employee normally works.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  EMPF-EMP-ID                 PIC X(8).
           05  EMPF-STATUS                 PIC X.
               88  EMPF-IS-ACTIVE          VALUE "A".
               88  EMPF-IS-TERMINATED      VALUE "T".
           05  EMPF-HOME-SITE              PIC X(3).
           05  EMPF-TERM-DATE              PIC 9(8).
           05  EMPF-NAME                   PIC X(20).

      *> Next generation of MASTOUT built by the duplicate screen:
      *> first occurrence of each key lands here, then the file is
                          ==PREFIX-TIME== BY ==NEWM-TIME==
                          ==PREFIX-SITE== BY ==NEWM-SITE==.
           05  NEWM-LOCAL-STAMP            PIC X(14).
           05  NEWM-EMP-ID                 PIC X(8).

      *> Copy-in-progress marker for the MSTNEW-to-MASTOUT swap. The
      *> marker goes to COPYING before MASTOUT is opened for output
           05  FILLER                      PIC X.
           05  SWAP-TIMESTAMP              PIC X(14).

      *> Control record kept alongside MASTOUT, rewritten by the copy
      *> that lays down every new master generation: record count,
      *> hash of the key dates, first and last keys (shop date, time,
      *> site and badge, the order MASTOUT is held in) and when and
      *> by which mode the generation was written. Reader modes
      *> re-total MASTOUT against it before trusting the file.
       FD  MASTER-CONTROL-FILE.
       01  MASTER-CONTROL-RECORD.
           05  MCTL-REC-COUNT              PIC 9(8).
           05  FILLER                      PIC X.
           05  MCTL-KEY-HASH               PIC 9(12).
           05  FILLER                      PIC X.
           05  MCTL-LOW-KEY                PIC X(25).
           05  FILLER                      PIC X.
           05  MCTL-HIGH-KEY               PIC X(25).
           05  FILLER                      PIC X.
           05  MCTL-GEN-STAMP              PIC X(14).
           05  FILLER                      PIC X.
           05  MCTL-GEN-MODE               PIC X(7).

      *> Exception file for duplicate master keys, stamped with the
      *> run date so audit can tie each diverted record to the run
      *> that caught it. The first occurrence of a key stays on
                                  ==PREFIX-TIME== BY ==DUP-TIME==
                                  ==PREFIX-SITE== BY ==DUP-SITE==.
           05  DUP-LOCAL-STAMP             PIC X(14).
           05  DUP-EMP-ID                  PIC X(8).

      *> The day's accepted records, in arrival order, awaiting the
      *> end-of-run merge. Kept apart from MASTOUT so run cost scales
                          ==PREFIX-SITE== BY ==RUNM-SITE==.
           05  RUNM-LOCAL-DATE             PIC 9(8).
           05  RUNM-LOCAL-TIME             PIC 9(6).
           05  RUNM-EMP-ID                 PIC X(8).

       SD  MASTER-SORT-WORK.
       01  SORT-MASTER-RECORD.
                          ==PREFIX-TIME== BY ==SRT-MSTR-TIME==
                          ==PREFIX-SITE== BY ==SRT-MSTR-SITE==.
           05  SRT-MSTR-LOCAL-STAMP        PIC X(14).
           05  SRT-MSTR-EMP-ID             PIC X(8).

      *> The badge-reject counter sits at the tail so a checkpoint
      *> written before it existed still reads (spaces there restart
      *> it at zero). The run date/time of the job that wrote it
      *> follows, so 3050 can tell a checkpoint left by a run that
      *> had already moved the sequence register on (spaces there
      *> are taken on trust, as before).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-RECORDS-READ           PIC 9(8).
           05  CKPT-COUNT-REJECT-TIME      PIC 9(8).
           05  CKPT-COUNT-REJECT-NONBUS    PIC 9(8).
           05  CKPT-COUNT-REJECT-TZ        PIC 9(8).
           05  CKPT-COUNT-REJECT-EMP       PIC 9(8).
           05  CKPT-RUN-DATE               PIC 9(8).
           05  CKPT-RUN-TIME               PIC 9(6).

      *> Week-end shift file from the plants: one record per worked
      *> shift, employee plus the start and end date/time stamped by
               ==PREFIX-TIME== BY ==SHIFT-END-TIME==
               ==PREFIX-SITE== BY ==SHIFT-END-SITE==.

      *> Scheduled roster from the plant schedulers: one record per
      *> rostered slot, same shape as SHIFTIN -- employee plus the
      *> scheduled start and end stamped in the plant's local time,
      *> the site on the start side being the plant the slot is at.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  ROST-EMP-ID                 PIC X(8).
           COPY DTCOPY REPLACING
               ==PREFIX-DATE== BY ==ROST-START-DATE==
               ==PREFIX-TIME== BY ==ROST-START-TIME==
               ==PREFIX-SITE== BY ==ROST-START-SITE==.
           COPY DTCOPY REPLACING
               ==PREFIX-DATE== BY ==ROST-END-DATE==
               ==PREFIX-TIME== BY ==ROST-END-TIME==
               ==PREFIX-SITE== BY ==ROST-END-SITE==.

      *> Shifts the payroll clerk has to look at by hand: validation
      *> failures on either side of the pair, shifts that end before
      *> they start, and implausibly long shifts.

      *> Payroll interface extract: employee, the shift date as the
      *> plant booked it, and worked minutes, ready for the pay
      *> system to load without rekeying. The site the shift was
      *> worked at (the start side) follows at the tail, so a PAYOUT
      *> written before it was carried reads back with a space site.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD.
           05  PAY-EMP-ID                  PIC X(8).
           05  PAY-SHIFT-DATE              PIC 9(8).
           05  PAY-WORKED-MINUTES          PIC 9(5).
           05  PAY-SITE                    PIC X(3).

      *> Paid-shift history: one record per shift SHIFT mode has ever
      *> sent to PAYOUT, kept in employee / shop-time start order so
      *> a re-sent or overlapping shift is caught on a later run. The
      *> start and end keys are the shop-time stamps the worked
      *> minutes were measured between; the pay date is the shift
      *> date as the plant booked it (PAY-SHIFT-DATE) and the run
      *> date is the day it was paid. PAYPURG mode trims the file
      *> back by pay period.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PHST-EMP-ID                 PIC X(8).
           05  PHST-START-KEY              PIC X(14).
           05  PHST-END-KEY                PIC X(14).
           05  PHST-WORKED-MINUTES         PIC 9(5).
           05  PHST-PAY-DATE               PIC 9(8).
           05  PHST-RUN-DATE               PIC 9(8).
           05  PHST-SITE                   PIC X(3).

       SD  PAY-HISTORY-SORT-WORK.
       01  SORT-PAY-HISTORY-RECORD.
           05  SRT-PHST-EMP-ID             PIC X(8).
           05  SRT-PHST-START-KEY          PIC X(14).
           05  FILLER                      PIC X(38).

      *> Pay-period control file, appended to by CLOSE, SHIFT and
      *> PAYPURG and never rewritten. Every record carries the first
      *> day of the closed period it belongs to.
      *>   "P"  one per closed period: last day, who closed it and
      *>        when, and the period's regular/overtime totals.
      *>   "E"  one per employee in the period at close: that
      *>        employee's regular/overtime totals.
      *>   "D"  one per employee-day: the minutes behind the totals,
      *>        at close and for every shift adjusted in since, so a
      *>        late shift's overtime is split against the whole
      *>        period the way PAYSUM would have split it.
      *>   "A"  one per prior-period adjustment SHIFT sent to PAYADJ:
      *>        the regular/overtime change for one employee. The
      *>        period's current totals are its "E" plus its "A"s.
      *>   "H"  written by PAYPURG: paid-shift history before this
      *>        date has been purged (the period field holds the
      *>        date).
       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           05  PCTL-REC-TYPE               PIC X.
               88  PCTL-IS-PERIOD          VALUE "P".
               88  PCTL-IS-EMP-TOTAL       VALUE "E".
               88  PCTL-IS-DAY             VALUE "D".
               88  PCTL-IS-ADJUSTMENT      VALUE "A".
               88  PCTL-IS-PURGE-MARK      VALUE "H".
           05  PCTL-PERIOD-FROM            PIC 9(8).
           05  PCTL-REC-BODY               PIC X(50).
           05  PCTL-PERIOD-BODY REDEFINES PCTL-REC-BODY.
               10  PCTL-PERIOD-TO          PIC 9(8).
               10  PCTL-CLOSED-BY          PIC X(8).
               10  PCTL-CLOSED-DATE        PIC 9(8).
               10  PCTL-CLOSED-TIME        PIC 9(6).
               10  PCTL-REG-TOTAL          PIC 9(8).
               10  PCTL-OT-TOTAL           PIC 9(8).
               10  FILLER                  PIC X(4).
           05  PCTL-EMP-BODY REDEFINES PCTL-REC-BODY.
               10  PCTL-EMP-ID             PIC X(8).
               10  PCTL-EMP-REG            PIC 9(8).
               10  PCTL-EMP-OT             PIC 9(8).
               10  FILLER                  PIC X(26).
           05  PCTL-DAY-BODY REDEFINES PCTL-REC-BODY.
               10  PCTL-DAY-EMP-ID         PIC X(8).
               10  PCTL-DAY-DATE           PIC 9(8).
               10  PCTL-DAY-MINUTES        PIC 9(8).
               10  FILLER                  PIC X(26).
           05  PCTL-ADJ-BODY REDEFINES PCTL-REC-BODY.
               10  PCTL-ADJ-EMP-ID         PIC X(8).
               10  PCTL-ADJ-REG-DELTA      PIC S9(8)
                   SIGN IS LEADING SEPARATE.
               10  PCTL-ADJ-OT-DELTA       PIC S9(8)
                   SIGN IS LEADING SEPARATE.
               10  PCTL-ADJ-RUN-DATE       PIC 9(8).
               10  FILLER                  PIC X(16).

      *> Prior-period adjustment extract, cut fresh by every SHIFT
      *> run alongside PAYOUT: one record per employee per closed
      *> period that late shifts landed in, with the minutes added
      *> and the regular/overtime change against the period's
      *> closed totals, for payroll's retro adjustment run.
       FD  PAY-ADJUST-FILE.
       01  PAY-ADJUST-RECORD.
           05  PADJ-EMP-ID                 PIC X(8).
           05  PADJ-PERIOD-FROM            PIC 9(8).
           05  PADJ-PERIOD-TO              PIC 9(8).
           05  PADJ-SHIFT-COUNT            PIC 9(4).
           05  PADJ-ADDED-MINUTES          PIC 9(8).
           05  PADJ-REG-DELTA              PIC S9(8)
               SIGN IS LEADING SEPARATE.
           05  PADJ-OT-DELTA               PIC S9(8)
               SIGN IS LEADING SEPARATE.
           05  PADJ-RUN-DATE               PIC 9(8).

      *> Month-end compliance extract for the corporate timekeeping
      *> system, cut by CORPEXT mode. Their loader wants balancing
      *> DTL per accepted entry carrying both the shop-time key and
      *> the preserved plant-local stamps, and a TRL with the record
      *> count and a hash total of the key dates (sum modulo 10**12,
      *> the usual wrap for a hash total). The DTL ends with the
      *> badge ID of the employee who punched.
       FD  CORP-FILE.
       01  CORP-RECORD                 PIC X(42).
       01  CORP-DETAIL-RECORD.
           05  CORP-DTL-TYPE               PIC X(3).
           05  CORP-DTL-DATE               PIC 9(8).
           05  CORP-DTL-SITE               PIC X(3).
           05  CORP-DTL-LOCAL-DATE         PIC 9(8).
           05  CORP-DTL-LOCAL-TIME         PIC 9(6).
           05  CORP-DTL-EMP-ID             PIC X(8).
       01  CORP-CONTROL-RECORD.
           05  CORP-REC-TYPE               PIC X(3).
           05  CORP-CONTROL-BODY           PIC X(20).
               10  CORP-TRL-REC-COUNT      PIC 9(8).
               10  CORP-TRL-HASH-TOTAL     PIC 9(12).

      *> Labor-cost distribution journal for the general ledger, cut
      *> by GLDIST mode, balanced the same way as CORPOUT: an HDR
      *> with the run date and the date range distributed, then per
      *> pay period and GL company one debit DTL per cost center with
      *> its regular and overtime minutes, followed by the company's
      *> offsetting credit to payroll clearing (cost center blank),
      *> and a TRL with the DTL count, a hash total of the DTL period
      *> start dates (sum modulo 10**12) and the debit and credit
      *> minute totals, which agree.
       FD  GL-FILE.
       01  GL-RECORD                   PIC X(55).
       01  GL-DETAIL-RECORD.
           05  GL-DTL-TYPE                 PIC X(3).
           05  GL-DTL-PERIOD-FROM          PIC 9(8).
           05  GL-DTL-PERIOD-TO            PIC 9(8).
           05  GL-DTL-COMPANY              PIC X(4).
           05  GL-DTL-COST-CENTER          PIC X(6).
           05  GL-DTL-DR-CR                PIC X.
           05  GL-DTL-REG-MINUTES          PIC 9(8).
           05  GL-DTL-OT-MINUTES           PIC 9(8).
           05  GL-DTL-TOTAL-MINUTES        PIC 9(9).
       01  GL-CONTROL-RECORD.
           05  GL-REC-TYPE                 PIC X(3).
           05  GL-CONTROL-BODY             PIC X(52).
           05  GL-HEADER-BODY REDEFINES GL-CONTROL-BODY.
               10  GL-HDR-RUN-DATE         PIC 9(8).
               10  GL-HDR-FROM-DATE        PIC 9(8).
               10  GL-HDR-TO-DATE          PIC 9(8).
               10  FILLER                  PIC X(28).
           05  GL-TRAILER-BODY REDEFINES GL-CONTROL-BODY.
               10  GL-TRL-REC-COUNT        PIC 9(8).
               10  GL-TRL-HASH-TOTAL       PIC 9(12).
               10  GL-TRL-DEBIT-MINUTES    PIC 9(10).
               10  GL-TRL-CREDIT-MINUTES   PIC 9(10).
               10  FILLER                  PIC X(12).

      *> GLDIST sorts the PAYOUT shifts it distributes into
      *> employee / pay period / week / day / site order, so each
      *> employee-week can be split regular from overtime the way
      *> PAYSUM splits it before the minutes are charged by site.
       SD  GL-SORT-WORK.
       01  SORT-GL-RECORD.
           05  SRT-GL-EMP-ID               PIC X(8).
           05  SRT-GL-PERIOD-FROM          PIC 9(8).
           05  SRT-GL-WEEK                 PIC 9(7).
           05  SRT-GL-DATE                 PIC 9(8).
           05  SRT-GL-SITE                 PIC X(3).
           05  SRT-GL-PERIOD-TO            PIC 9(8).
           05  SRT-GL-MINUTES              PIC 9(5).

      *> Feed-quality league table printed by every BATCH run: one
      *> line per upstream source system (TRANS-HDR-SOURCE-ID) with
      *> its batches, records, accepts, rejects by reason, and reject
       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-RECORD        PIC X(132).

      *> Expected-feed schedule, one record per upstream source
      *> system (TRANS-HDR-SOURCE-ID): the days of the week it sends
      *> (Monday through Sunday, "Y" for a sending day, the same
      *> order as the calendar week record), the cutoff HHMM by which
      *> that day's batch is due -- in shop time, like the run clock
      *> it is checked against, since one feed may carry several
      *> plants -- and the most days a batch's business date may
      *> trail the run date before it is flagged stale (00 for no
      *> limit). Kept by the operations desk with the editor; a
      *> source not on file is reported as unscheduled but still
      *> loaded.
       FD  SOURCE-SCHEDULE-FILE.
       01  SCHED-RECORD.
           05  SCHED-SOURCE-ID             PIC X(8).
           05  FILLER                      PIC X.
           05  SCHED-DAYS.
               10  SCHED-DAY-FLAG          PIC X OCCURS 7 TIMES.
           05  FILLER                      PIC X.
           05  SCHED-CUTOFF                PIC 9(4).
           05  FILLER                      PIC X.
           05  SCHED-STALE-DAYS            PIC 9(2).

      *> Batch sequence register: per source, the last batch sequence
      *> and business date BATCH has loaded and when. Rewritten whole
      *> at the end of every BATCH run that loads a batch, so a batch
      *> already on it is known for a replay whatever TRANSIN it
      *> turns up in.
       FD  SEQUENCE-REGISTER-FILE.
       01  SEQREG-RECORD.
           05  SREG-SOURCE-ID              PIC X(8).
           05  FILLER                      PIC X.
           05  SREG-LAST-SEQ               PIC 9(4).
           05  FILLER                      PIC X.
           05  SREG-LAST-BUS-DATE          PIC 9(8).
           05  FILLER                      PIC X.
           05  SREG-RUN-DATE               PIC 9(8).
           05  FILLER                      PIC X.
           05  SREG-RUN-TIME               PIC 9(6).

      *> Pay-period summary the pay system loads: one record per
      *> employee with the period booked and the regular/overtime
      *> minute split, built by PAYSUM mode from PAYOUT so the split
      *> happens here once instead of in the clerk's spreadsheet.
      *> The tail site is where the employee worked most of the
      *> period's minutes; the minutes by site are GLDIST's business.
       FD  PAYSUM-OUT-FILE.
       01  PAYSUM-RECORD.
           05  PSUM-EMP-ID                 PIC X(8).
           05  PSUM-REG-MINUTES            PIC 9(8).
           05  PSUM-OT-MINUTES             PIC 9(8).
           05  PSUM-TOTAL-MINUTES          PIC 9(8).
           05  PSUM-SITE                   PIC X(3).

      *> Ad-hoc extract cut from MASTOUT by the EXTRACT mode: one
      *> comma-delimited line per selected record (shop-time key
      *> with can be proven after the fact.
           05  FILLER                      PIC X.
           05  AUD-PARM-ECHO               PIC X(80).
      *> Badge rejects (unknown or terminated employee) came after the
      *> echo, so they sit behind it; older lines read back spaces.
           05  FILLER                      PIC X.
           05  AUD-COUNT-REJECT-EMP        PIC 9(8).
      *> Records the run put on MASTRUN for the master, whatever the
      *> path (feed, ONLINE, REPAIR cure, RESTORE) -- what VERIFY
      *> reconciles MASTOUT and ARCHOUT against.
           05  FILLER                      PIC X.
           05  AUD-COUNT-TO-MASTER         PIC 9(8).

      *> Run-token interlock. A writing run marks the token ACTIVE on
      *> the way in and ENDED on the way out; a second writing run
       FD  PARM-FILE.
       01  PARM-CARD                   PIC X(80).

      *> The overnight job stream for STREAM mode. A step card --
      *> STEP nn MODE rc -- names the step number, the DATEVAL mode
      *> it runs and the highest return code it may end with and
      *> the stream still carry on; the cards after it, up to the
      *> next step card, are that step's PARMFILE deck, in the same
      *> keyword form. "*" in column one is a comment.
       FD  STREAM-CONTROL-FILE.
       01  STREAM-CARD                 PIC X(80).

      *> Step history for STREAM mode, appended to as the stream
      *> runs: when it opened or resumed, each step's start and its
      *> end with the return code, and whether the stream stopped or
      *> completed. A stream not yet COMPLETE is the one the next
      *> STREAM run resumes.
       FD  STEP-STATUS-FILE.
       01  STEP-STATUS-RECORD.
           05  SST-STREAM-ID               PIC X(14).
           05  FILLER                      PIC X.
           05  SST-EVENT                   PIC X(8).
               88  SST-STEP-ENDED          VALUE "ENDED".
               88  SST-STREAM-COMPLETE     VALUE "COMPLETE".
           05  FILLER                      PIC X.
           05  SST-STEP-NO                 PIC 9(2).
           05  FILLER                      PIC X.
           05  SST-MODE                    PIC X(7).
           05  FILLER                      PIC X.
           05  SST-START-STAMP             PIC X(14).
           05  FILLER                      PIC X.
           05  SST-END-STAMP               PIC X(14).
           05  FILLER                      PIC X.
           05  SST-RETURN-CODE             PIC 9(4).
           05  FILLER                      PIC X.
           05  SST-MAX-RC                  PIC 9(2).
           05  FILLER                      PIC X.
           05  SST-RESULT                  PIC X(4).
               88  SST-STEP-OK             VALUE "OK".

      *> The deck handed to the step being run, as its PARMFILE.
       FD  STEP-PARM-FILE.
       01  STEP-PARM-CARD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           COPY DTCOPY REPLACING ==PREFIX-DATE== BY ==WS-DATE==
      *> checks in each mode work unchanged whichever way the value
      *> arrived.
       01  WS-PARM-STATUS              PIC X(2) VALUE "00".
       01  WS-STREAMIN-STATUS          PIC X(2) VALUE "00".
       01  WS-STEPSTAT-STATUS          PIC X(2) VALUE "00".
       01  WS-STEPPARM-STATUS          PIC X(2) VALUE "00".

      *> STREAM mode. The step table holds the deck from STREAMIN;
      *> each step's own cards sit in the card table from its first
      *> card on.
       01  WS-ST-PGM-PARM              PIC X(20) VALUE SPACES.
       01  WS-ST-NEW-PARM              PIC X VALUE SPACE.
       01  WS-ST-COMMAND               PIC X(40) VALUE SPACES.
       01  WS-ST-STREAM-ID             PIC X(14) VALUE SPACES.
       01  WS-ST-EVENT                 PIC X(8) VALUE SPACES.
       01  WS-ST-LAST-ID               PIC X(14) VALUE SPACES.
       01  WS-ST-LAST-DONE-SW          PIC X VALUE "N".
           88  WS-ST-LAST-DONE         VALUE "Y".
       01  WS-ST-RESUME-SW             PIC X VALUE "N".
           88  WS-ST-RESUMING          VALUE "Y".
       01  WS-ST-STOP-SW               PIC X VALUE "N".
           88  WS-ST-STOPPED           VALUE "Y".
       01  WS-ST-ERROR-SW              PIC X VALUE "N".
           88  WS-ST-ERROR             VALUE "Y".
       01  WS-ST-STEP-COUNT            PIC 9(2) VALUE 0.
       01  WS-ST-STEP-SUB              PIC 9(2) VALUE 0.
       01  WS-ST-CARD-COUNT            PIC 9(4) VALUE 0.
       01  WS-ST-CARD-SUB              PIC 9(4) VALUE 0.
       01  WS-ST-KEYWORD               PIC X(20) VALUE SPACES.
       01  WS-ST-NO-X                  PIC X(2) VALUE SPACES.
       01  WS-ST-MODE-X                PIC X(8) VALUE SPACES.
       01  WS-ST-MAX-X                 PIC X(2) VALUE SPACES.
       01  WS-ST-STEP-RC               PIC S9(9) VALUE 0.
       01  WS-ST-RC-HIGH               PIC S9(9) VALUE 0.
       01  WS-ST-RC-LOW                PIC S9(9) VALUE 0.
       01  WS-ST-START-STAMP           PIC X(14) VALUE SPACES.
       01  WS-ST-RAN                   PIC 9(2) VALUE 0.
       01  WS-ST-SKIPPED               PIC 9(2) VALUE 0.
       01  WS-ST-FAILED-STEP           PIC 9(2) VALUE 0.
       01  WS-ST-STEP-TABLE.
           05  WS-ST-STEP OCCURS 30 TIMES.
               10  WS-ST-NO            PIC 9(2).
               10  WS-ST-MODE          PIC X(7).
               10  WS-ST-MAX-RC        PIC 9(2).
               10  WS-ST-FIRST-CARD    PIC 9(4).
               10  WS-ST-CARDS         PIC 9(4).
               10  WS-ST-DONE-SW       PIC X.
                   88  WS-ST-DONE      VALUE "Y".
       01  WS-ST-CARD-TABLE.
           05  WS-ST-CARD OCCURS 600 TIMES
                                       PIC X(80).
       01  WS-PARM-EOF-SW              PIC X VALUE "N".
           88  WS-PARM-EOF             VALUE "Y".
       01  WS-PARM-LOADED-SW           PIC X VALUE "N".
       01  WS-PARM-EXT-SITE            PIC X(3) VALUE SPACES.
       01  WS-PARM-PAYSUM-FROM         PIC X(8) VALUE SPACES.
       01  WS-PARM-PAYSUM-TO           PIC X(8) VALUE SPACES.
       01  WS-PARM-GLDIST-FROM         PIC X(8) VALUE SPACES.
       01  WS-PARM-GLDIST-TO           PIC X(8) VALUE SPACES.
       01  WS-PARM-AUDRPT-FROM         PIC X(8) VALUE SPACES.
       01  WS-PARM-AUDRPT-TO           PIC X(8) VALUE SPACES.
       01  WS-PARM-CORP-MONTH          PIC X(6) VALUE SPACES.
       01  WS-PARM-ATTEND-FROM         PIC X(8) VALUE SPACES.
       01  WS-PARM-ATTEND-TO           PIC X(8) VALUE SPACES.
       01  WS-PARM-PAYHIST-KEEP        PIC X(2) VALUE SPACES.
       01  WS-PARM-CLOSE-FROM          PIC X(8) VALUE SPACES.
       01  WS-PARM-CLOSE-TO            PIC X(8) VALUE SPACES.
       01  WS-PARM-CLOSE-BY            PIC X(8) VALUE SPACES.
       01  WS-PARM-RENORM-SITE         PIC X(3) VALUE SPACES.
       01  WS-PARM-RENORM-FROM         PIC X(8) VALUE SPACES.
       01  WS-PARM-RENORM-TO           PIC X(8) VALUE SPACES.
       01  WS-PARM-STREAM-PGM          PIC X(20) VALUE SPACES.
       01  WS-PARM-STREAM-NEW          PIC X VALUE SPACE.

       01  WS-PARM-SOURCE              PIC X(8) VALUE SPACES.
       01  WS-PARM-ECHO                PIC X(80) VALUE SPACES.
           88  WS-SITE-IS-VALID        VALUE "Y".
           88  WS-SITE-IS-INVALID      VALUE "N".

      *> Badge ID on the punch being screened, and the outcome of the
      *> employee screen (5350). Reason is UNKNOWN-EMP for a badge not
      *> on EMPFILE, TERMINATED for a punch on or after the badge's
      *> termination date.
       01  WS-EMP-ID                   PIC X(8) VALUE SPACES.
       01  WS-EMP-REASON-CODE          PIC X(12) VALUE SPACES.
       01  WS-EMP-VALID-SW             PIC X VALUE "Y".
           88  WS-EMP-IS-VALID         VALUE "Y".
           88  WS-EMP-IS-INVALID       VALUE "N".

      *> Employee reference table from EMPFILE. The file is kept by
      *> EMPMNT as an append-only history, so a badge can appear more
      *> than once; the last record for a badge is its current state
      *> (a rehire is just a fresh "A" record after the "T"). A missing
      *> EMPFILE leaves the table unloaded and the badge screen off,
      *> the same way a missing CALFILE turns the calendar screen off.
       01  WS-EMPF-STATUS              PIC X(2) VALUE "00".
       01  WS-EMPF-EOF-SW              PIC X VALUE "N".
           88  WS-EMPF-EOF             VALUE "Y".
       01  WS-EMPF-LOADED-SW           PIC X VALUE "N".
           88  WS-EMPF-LOADED          VALUE "Y".
       01  WS-EMP-COUNT                PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES.
               10  WS-EMP-TBL-ID       PIC X(8).
               10  WS-EMP-TBL-STATUS   PIC X.
               10  WS-EMP-TBL-SITE     PIC X(3).
               10  WS-EMP-TBL-TERM     PIC 9(8).
               10  WS-EMP-TBL-NAME     PIC X(20).
       01  WS-EMP-SUB                  PIC 9(4) VALUE 0.
       01  WS-EMP-FOUND-SW             PIC X VALUE "N".
           88  WS-EMP-FOUND            VALUE "Y".

      *> Zone-offset table: minutes each site's clock runs ahead of
      *> standard shop time, with per-year DST windows (start date
      *> inclusive, end date exclusive, both in the site's local
       01  WS-MAX-DAYS                 PIC 9(2).

       01  WS-CKPT-STATUS               PIC X(2) VALUE "00".
       01  WS-CKPT-STALE-SW             PIC X VALUE "N".
           88  WS-CKPT-STALE            VALUE "Y".
      *> Checkpoint after every record, not every Nth one. MASTOUT and
      *> REJOUT are plain sequential files with no way to rewind a
      *> partially-written batch on restart, so the checkpoint position
       01  WS-COUNT-REJECT-TIME         PIC 9(8) VALUE 0.
       01  WS-COUNT-REJECT-NONBUS       PIC 9(8) VALUE 0.
       01  WS-COUNT-REJECT-TZ           PIC 9(8) VALUE 0.
       01  WS-COUNT-REJECT-EMP          PIC 9(8) VALUE 0.
       01  WS-COUNT-TO-MASTER           PIC 9(8) VALUE 0.

       01  WS-CORR-STATUS              PIC X(2) VALUE "00".
       01  WS-REJNEW-STATUS            PIC X(2) VALUE "00".
       01  WS-NEWMST-STATUS            PIC X(2) VALUE "00".
       01  WS-RUNMST-STATUS            PIC X(2) VALUE "00".
       01  WS-SWAP-STATUS              PIC X(2) VALUE "00".
       01  WS-MSTCTL-STATUS            PIC X(2) VALUE "00".

       01  WS-RUNM-EMPTY-SW            PIC X VALUE "N".
           88  WS-RUNM-EMPTY           VALUE "Y".
       01  WS-SHIFTREJ-STATUS          PIC X(2) VALUE "00".
       01  WS-PAYROLL-STATUS           PIC X(2) VALUE "00".

       01  WS-ROSTER-STATUS            PIC X(2) VALUE "00".
       01  WS-SHIFT-EOF-SW             PIC X VALUE "N".
           88  WS-SHIFT-EOF            VALUE "Y".

      *> Anything over 16 hours is presumed a keying error, not a
      *> shift -- payroll chases those by hand off the reject file.
       01  WS-SHIFT-MAX-MINUTES        PIC 9(4) VALUE 960.
       01  WS-SHIFT-REJ-PAID           PIC 9(8) VALUE 0.
       01  WS-SHIFT-REJ-OVERLAP        PIC 9(8) VALUE 0.

      *> Paid-shift working set for SHIFT mode: everything on PAYHIST
      *> plus each shift paid so far this run, flagged new so only
      *> those are appended at the end. A shift is judged against
      *> every entry for the same employee by shop-time start/end --
      *> the same start is ALREADY-PAID, any other intersection is
      *> OVERLAP.
       01  WS-PAYHIST-STATUS           PIC X(2) VALUE "00".
       01  WS-PAYHIST-EOF-SW           PIC X VALUE "N".
           88  WS-PAYHIST-EOF          VALUE "Y".
       01  WS-PH-COUNT                 PIC 9(5) VALUE 0.
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY OCCURS 30000 TIMES.
               10  WS-PH-EMP           PIC X(8).
               10  WS-PH-START         PIC X(14).
               10  WS-PH-END           PIC X(14).
               10  WS-PH-MINUTES       PIC 9(5).
               10  WS-PH-PAY-DATE      PIC 9(8).
               10  WS-PH-SITE          PIC X(3).
               10  WS-PH-NEW-SW        PIC X.
                   88  WS-PH-IS-NEW    VALUE "Y".
       01  WS-PH-SUB                   PIC 9(5) VALUE 0.
       01  WS-PH-THIS-START            PIC X(14) VALUE SPACES.
       01  WS-PH-THIS-END              PIC X(14) VALUE SPACES.
       01  WS-PH-CLASH-SW              PIC X VALUE "N".
           88  WS-PH-NO-CLASH          VALUE "N".
           88  WS-PH-ALREADY-PAID      VALUE "P".
           88  WS-PH-OVERLAP           VALUE "O".
       01  WS-PH-LOADED                PIC 9(8) VALUE 0.
       01  WS-PH-APPENDED              PIC 9(8) VALUE 0.

      *> PAYPURG mode: history is kept for the current pay period
      *> plus the number of whole periods before it given by
      *> PAYHIST-KEEP; shifts with a pay date before that go.
       01  WS-PH-KEEP-PARM             PIC X(2) VALUE SPACES.
       01  WS-PH-KEEP                  PIC 9(2) VALUE 0.
       01  WS-PH-TODAY-INT             PIC 9(8) VALUE 0.
       01  WS-PH-ANCHOR-INT            PIC 9(8) VALUE 0.
       01  WS-PH-PERIODS               PIC 9(6) VALUE 0.
       01  WS-PH-CUTOFF-INT            PIC 9(8) VALUE 0.
       01  WS-PH-CUTOFF                PIC 9(8) VALUE 0.
       01  WS-PH-READ                  PIC 9(8) VALUE 0.
       01  WS-PH-KEPT                  PIC 9(8) VALUE 0.
       01  WS-PH-PURGED                PIC 9(8) VALUE 0.
       01  WS-PH-TOTAL                 PIC 9(8) VALUE 0.
       01  WS-PH-OPEN-KEPT             PIC 9(8) VALUE 0.

      *> Closed pay periods from the PAYCTL "P" records, and the
      *> latest paid-history purge date from its "H" records.
       01  WS-PAYCTL-STATUS            PIC X(2) VALUE "00".
       01  WS-PAYCTL-EOF-SW            PIC X VALUE "N".
           88  WS-PAYCTL-EOF           VALUE "Y".
       01  WS-PC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 500 TIMES.
               10  WS-PC-FROM          PIC 9(8).
               10  WS-PC-TO            PIC 9(8).
       01  WS-PC-SUB                   PIC 9(4) VALUE 0.
       01  WS-PC-FOUND-SW              PIC X VALUE "N".
           88  WS-PC-FOUND             VALUE "Y".
       01  WS-PC-DATE                  PIC 9(8) VALUE 0.
       01  WS-PC-HIST-FROM             PIC 9(8) VALUE 0.

      *> CLOSE mode.
       01  WS-CL-FROM-PARM             PIC X(8) VALUE SPACES.
       01  WS-CL-TO-PARM               PIC X(8) VALUE SPACES.
       01  WS-CL-BY-PARM               PIC X(8) VALUE SPACES.
       01  WS-CL-REG                   PIC 9(8) VALUE 0.
       01  WS-CL-OT                    PIC 9(8) VALUE 0.
       01  WS-CL-PSUM-READ             PIC 9(8) VALUE 0.
       01  WS-CL-PSUM-REG              PIC 9(8) VALUE 0.
       01  WS-CL-PSUM-OT               PIC 9(8) VALUE 0.
       01  WS-CL-PSUM-OTHER            PIC 9(8) VALUE 0.
       01  WS-CL-DAYS-WRITTEN          PIC 9(8) VALUE 0.

      *> Prior-period adjustments in a SHIFT run. Each late shift is
      *> held until PAYOUT is closed; then the employee-periods they
      *> touch are re-split from the PAYCTL day rows plus the late
      *> shifts, and the change against the period's current totals
      *> goes to PAYADJ.
       01  WS-PAYADJ-STATUS            PIC X(2) VALUE "00".
       01  WS-PA-SHIFT-COUNT           PIC 9(4) VALUE 0.
       01  WS-PA-SHIFT-TABLE.
           05  WS-PA-SHIFT-ENTRY OCCURS 2000 TIMES.
               10  WS-PA-S-EMP         PIC X(8).
               10  WS-PA-S-FROM        PIC 9(8).
               10  WS-PA-S-DATE        PIC 9(8).
               10  WS-PA-S-MINUTES     PIC 9(5).
       01  WS-PA-S-SUB                 PIC 9(4) VALUE 0.
       01  WS-PA-PAIR-COUNT            PIC 9(4) VALUE 0.
       01  WS-PA-PAIR-TABLE.
           05  WS-PA-PAIR-ENTRY OCCURS 500 TIMES.
               10  WS-PA-P-EMP         PIC X(8).
               10  WS-PA-P-FROM        PIC 9(8).
               10  WS-PA-P-TO          PIC 9(8).
               10  WS-PA-P-SHIFTS      PIC 9(4).
               10  WS-PA-P-MINUTES     PIC 9(8).
               10  WS-PA-P-BASE-REG    PIC S9(9).
               10  WS-PA-P-BASE-OT     PIC S9(9).
               10  WS-PA-P-REG-DELTA   PIC S9(9).
               10  WS-PA-P-OT-DELTA    PIC S9(9).
       01  WS-PA-P-SUB                 PIC 9(4) VALUE 0.
       01  WS-PA-DAY-COUNT             PIC 9(5) VALUE 0.
       01  WS-PA-DAY-TABLE.
           05  WS-PA-DAY-ENTRY OCCURS 10000 TIMES.
               10  WS-PA-D-EMP         PIC X(8).
               10  WS-PA-D-FROM        PIC 9(8).
               10  WS-PA-D-DATE        PIC 9(8).
               10  WS-PA-D-MINUTES     PIC 9(8).
       01  WS-PA-D-SUB                 PIC 9(5) VALUE 0.
       01  WS-PA-FOUND-SW              PIC X VALUE "N".
           88  WS-PA-FOUND             VALUE "Y".
       01  WS-PA-KEY-EMP               PIC X(8) VALUE SPACES.
       01  WS-PA-KEY-FROM              PIC 9(8) VALUE 0.
       01  WS-PA-REG-DELTA             PIC S9(9) VALUE 0.
       01  WS-PA-OT-DELTA              PIC S9(9) VALUE 0.
       01  WS-PA-WRITTEN               PIC 9(8) VALUE 0.
       01  WS-SHIFT-ADJUSTED           PIC 9(8) VALUE 0.
       01  WS-SHIFT-REJ-PURGED         PIC 9(8) VALUE 0.

      *> RECON working set: every SHIFTIN pair, with its punches both
      *> as the plant keyed them (for matching REJOUT, which stores
           05  WS-RPL-TIME             PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RPL-SITE             PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RPL-EMP              PIC X(8).

      *> Attendance grace minutes per site from SITEFILE "G" records.
      *> A late start or early finish is an exception only when it is
      *> more than the site's grace; sites with no "G" record get
      *> WS-GRACE-DEFAULT both ways.
       01  WS-GRACE-DEFAULT            PIC 9(3) VALUE 5.
       01  WS-GRACE-COUNT              PIC 9(4) VALUE 0.
       01  WS-GRACE-TABLE.
           05  WS-GRACE-ENTRY OCCURS 50 TIMES.
               10  WS-GRACE-SITE       PIC X(3).
               10  WS-GRACE-LATE       PIC 9(3).
               10  WS-GRACE-EARLY      PIC 9(3).
       01  WS-GRACE-SUB                PIC 9(4) VALUE 0.
       01  WS-GRACE-FOUND-SW           PIC X VALUE "N".
           88  WS-GRACE-FOUND          VALUE "Y".

      *> ATTEND mode. Roster slots are held with both the plant-local
      *> stamps as scheduled (for the listing) and the shop-time keys
      *> (for the comparison), each a 14-byte date+time string so the
      *> overlap tests are plain compares. A slot is claimed by at
      *> most one worked shift.
       01  WS-ATT-FROM-PARM            PIC X(8) VALUE SPACES.
       01  WS-ATT-TO-PARM              PIC X(8) VALUE SPACES.
       01  WS-ATT-FROM-DATE            PIC 9(8) VALUE 0.
       01  WS-ATT-TO-DATE              PIC 9(8) VALUE 99999999.
       01  WS-ATT-SLOT-COUNT           PIC 9(4) VALUE 0.
       01  WS-ATT-SLOT-TABLE.
           05  WS-ATT-SLOT-ENTRY OCCURS 2000 TIMES.
               10  WS-ATT-SLOT-EMP     PIC X(8).
               10  WS-ATT-SLOT-SITE    PIC X(3).
               10  WS-ATT-SLOT-RAW-START
                                       PIC X(14).
               10  WS-ATT-SLOT-RAW-END PIC X(14).
               10  WS-ATT-SLOT-KEY-START
                                       PIC X(14).
               10  WS-ATT-SLOT-KEY-END PIC X(14).
               10  WS-ATT-SLOT-MATCHED PIC X.
       01  WS-ATT-SUB                  PIC 9(4) VALUE 0.
       01  WS-ATT-FOUND-SW             PIC X VALUE "N".
           88  WS-ATT-FOUND            VALUE "Y".
       01  WS-ATT-OK-SW                PIC X VALUE "Y".
           88  WS-ATT-OK               VALUE "Y".
           88  WS-ATT-BAD              VALUE "N".
       01  WS-ATT-RAW-START            PIC X(14) VALUE SPACES.
       01  WS-ATT-RAW-END              PIC X(14) VALUE SPACES.
       01  WS-ATT-KEY-START            PIC X(14) VALUE SPACES.
       01  WS-ATT-KEY-END              PIC X(14) VALUE SPACES.
       01  WS-ATT-LATE-GRACE           PIC 9(3) VALUE 0.
       01  WS-ATT-EARLY-GRACE          PIC 9(3) VALUE 0.
      *> No-show window: the plant-local dates the checked shifts
      *> span. A slot outside it has no worked shifts to be judged
      *> against, so it is not called a no-show.
       01  WS-ATT-MIN-DATE             PIC 9(8) VALUE 99999999.
       01  WS-ATT-MAX-DATE             PIC 9(8) VALUE 0.

       01  WS-ATT-ROSTER-READ          PIC 9(8) VALUE 0.
       01  WS-ATT-ROSTER-BAD           PIC 9(8) VALUE 0.
       01  WS-ATT-ROSTER-NOT-DUE       PIC 9(8) VALUE 0.
       01  WS-ATT-SHIFTS-READ          PIC 9(8) VALUE 0.
       01  WS-ATT-SHIFTS-CHECKED       PIC 9(8) VALUE 0.
       01  WS-ATT-SHIFTS-SKIPPED       PIC 9(8) VALUE 0.
       01  WS-ATT-ON-TIME              PIC 9(8) VALUE 0.
       01  WS-ATT-LATE                 PIC 9(8) VALUE 0.
       01  WS-ATT-EARLY                PIC 9(8) VALUE 0.
       01  WS-ATT-UNSCHEDULED          PIC 9(8) VALUE 0.
       01  WS-ATT-NO-SHOW              PIC 9(8) VALUE 0.

       01  WS-ATT-EXC-HDG.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "EXCEPTION".
           05  FILLER                  PIC X(10) VALUE "BADGE".
           05  FILLER                  PIC X(5) VALUE "SITE".
           05  FILLER                  PIC X(17) VALUE "SCHEDULED".
           05  FILLER                  PIC X(17) VALUE "ACTUAL".
           05  FILLER                  PIC X(7) VALUE "MINUTES".

       01  WS-ATT-EXC-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-AXL-TYPE             PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AXL-EMP              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AXL-SITE             PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AXL-SCHED-DATE       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AXL-SCHED-TIME       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AXL-ACTUAL-DATE      PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AXL-ACTUAL-TIME      PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AXL-MINUTES          PIC ZZZZ9.

      *> RENORM mode. The range is on the plant-local date, the
      *> calendar the site's DST windows are keyed in.
       01  WS-RN-SITE-PARM             PIC X(3) VALUE SPACES.
       01  WS-RN-FROM-PARM             PIC X(8) VALUE SPACES.
       01  WS-RN-TO-PARM               PIC X(8) VALUE SPACES.
       01  WS-RN-FROM-DATE             PIC 9(8) VALUE 0.
       01  WS-RN-TO-DATE               PIC 9(8) VALUE 0.
       01  WS-RN-READ                  PIC 9(8) VALUE 0.
       01  WS-RN-IN-SCOPE              PIC 9(8) VALUE 0.
       01  WS-RN-MOVED                 PIC 9(8) VALUE 0.
       01  WS-RN-NO-STAMP              PIC 9(8) VALUE 0.
       01  WS-RN-DUP-BEFORE            PIC 9(8) VALUE 0.
       01  WS-RN-DIVERTED              PIC 9(8) VALUE 0.
       01  WS-RN-KEPT                  PIC 9(8) VALUE 0.

       01  WS-RN-HDG.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "BADGE".
           05  FILLER                  PIC X(5) VALUE "SITE".
           05  FILLER                  PIC X(17) VALUE "PLANT LOCAL".
           05  FILLER                  PIC X(17)
               VALUE "SHOP KEY BEFORE".
           05  FILLER                  PIC X(15)
               VALUE "SHOP KEY AFTER".

       01  WS-RN-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RNL-EMP              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RNL-SITE             PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RNL-LOCAL-DATE       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RNL-LOCAL-TIME       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RNL-OLD-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RNL-OLD-TIME         PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RNL-NEW-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RNL-NEW-TIME         PIC X(6).

       01  WS-RPT-STATUS               PIC X(2) VALUE "00".

      *> Arrival tallies for the REPORT mode. Reject buckets line up
      *> with WS-REASON-NAME: 1 OUT-OF-RANGE, 2 BAD-DATE, 3 BAD-TIME,
      *> 4 NON-BUSINESS, 5 TZ-UNKNOWN, 6 UNKNOWN-EMP, 7 TERMINATED,
      *> 8 everything else.
       01  WS-HOUR-TABLE.
           05  WS-HOUR-COUNT           PIC 9(8) OCCURS 24 TIMES.
       01  WS-HOUR-SUB                 PIC 9(4) VALUE 0.
           05  WS-RPT-DAY-ENTRY OCCURS 1000 TIMES.
               10  WS-RPT-DAY-DATE     PIC 9(8).
               10  WS-RPT-DAY-ACCEPTED PIC 9(8).
               10  WS-RPT-DAY-REJECT   PIC 9(8) OCCURS 8 TIMES.
       01  WS-RPT-DAY-SUB              PIC 9(4) VALUE 0.
       01  WS-RPT-SWAP-ENTRY           PIC X(80).
       01  WS-RPT-SWAPPED-SW           PIC X VALUE "N".
           88  WS-RPT-SWAPPED          VALUE "Y".

           05  FILLER                  PIC X(12) VALUE "BAD-TIME".
           05  FILLER                  PIC X(12) VALUE "NON-BUSINESS".
           05  FILLER                  PIC X(12) VALUE "TZ-UNKNOWN".
           05  FILLER                  PIC X(12) VALUE "UNKNOWN-EMP".
           05  FILLER                  PIC X(12) VALUE "TERMINATED".
           05  FILLER                  PIC X(12) VALUE "OTHER".
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAME-VALUES.
           05  WS-REASON-NAME          PIC X(12) OCCURS 8 TIMES.
       01  WS-RPT-REASON-SUB           PIC 9(4) VALUE 0.
       01  WS-RPT-SCAN-SUB             PIC 9(4) VALUE 0.

       01  WS-RPT-REASON-TOTALS.
           05  WS-RPT-REASON-TOTAL     PIC 9(8) OCCURS 8 TIMES.
       01  WS-RPT-TOTAL-ACCEPTED       PIC 9(8) VALUE 0.
       01  WS-RPT-TOTAL-REJECTS        PIC 9(8) VALUE 0.
       01  WS-RPT-DAY-REJ-TOTAL        PIC 9(8) VALUE 0.
           05  FILLER                  PIC X(9) VALUE " BAD-TIME".
           05  FILLER                  PIC X(9) VALUE "  NON-BUS".
           05  FILLER                  PIC X(9) VALUE "   TZ-UNK".
           05  FILLER                  PIC X(9) VALUE "  UNK-EMP".
           05  FILLER                  PIC X(9) VALUE "  TERMNTD".
           05  FILLER                  PIC X(9) VALUE "    OTHER".
           05  FILLER                  PIC X(9) VALUE "   TOTREJ".
           05  FILLER                  PIC X(10) VALUE "     TREND".
           05  WS-DL-DATE              PIC 9(8).
           05  WS-DL-ACCEPTED          PIC BBBZZ,ZZZ,ZZ9.
           05  WS-DL-REJ-COLS.
               10  WS-DL-REJ           PIC BBZZZ,ZZ9 OCCURS 8 TIMES.
           05  WS-DL-REJ-TOTAL         PIC BBZZZ,ZZ9.
           05  WS-DL-TREND             PIC X(10).

       01  WS-CORP-COUNT               PIC 9(8) VALUE 0.
       01  WS-CORP-HASH                PIC 9(12) VALUE 0.

      *> GLDIST working set. Each employee-week off the sort is held
      *> a row per day and site, split regular from overtime, then
      *> charged to the cost center of the row's site. The journal
      *> table holds one entry per pay period, company and cost
      *> center; a site with no GL mapping is listed and the run
      *> writes nothing, since a journal cannot post to nowhere.
       01  WS-GL-STATUS                PIC X(2) VALUE "00".
       01  WS-GL-FROM-PARM             PIC X(8) VALUE SPACES.
       01  WS-GL-TO-PARM               PIC X(8) VALUE SPACES.
       01  WS-GL-FROM-DATE             PIC 9(8) VALUE 0.
       01  WS-GL-TO-DATE               PIC 9(8) VALUE 0.
       01  WS-GL-EOF-SW                PIC X VALUE "N".
           88  WS-GL-EOF               VALUE "Y".
       01  WS-GL-ANCHOR-INT            PIC 9(7) VALUE 0.
       01  WS-GL-OFFSET                PIC S9(7) VALUE 0.
       01  WS-GL-PERIOD-NUM            PIC S9(7) VALUE 0.
       01  WS-GL-START-INT             PIC 9(7) VALUE 0.
       01  WS-GL-SITE                  PIC X(3) VALUE SPACES.
       01  WS-GL-READ                  PIC 9(8) VALUE 0.
       01  WS-GL-SELECTED              PIC 9(8) VALUE 0.
       01  WS-GL-HOME-SITED            PIC 9(8) VALUE 0.
       01  WS-GL-TOTAL-MINUTES         PIC 9(10) VALUE 0.
       01  WS-GL-TOTAL-REG             PIC 9(10) VALUE 0.
       01  WS-GL-TOTAL-OT              PIC 9(10) VALUE 0.
       01  WS-GL-DTL-COUNT             PIC 9(8) VALUE 0.
       01  WS-GL-HASH                  PIC 9(12) VALUE 0.
       01  WS-GL-DEBIT-MINUTES         PIC 9(10) VALUE 0.
       01  WS-GL-CREDIT-MINUTES        PIC 9(10) VALUE 0.

       01  WS-GL-HELD-EMP              PIC X(8) VALUE SPACES.
       01  WS-GL-HELD-FROM             PIC 9(8) VALUE 0.
       01  WS-GL-HELD-TO               PIC 9(8) VALUE 0.
       01  WS-GL-HELD-WEEK             PIC 9(7) VALUE 0.
       01  WS-GLB-COUNT                PIC 9(4) VALUE 0.
       01  WS-GLB-TABLE.
           05  WS-GLB-ENTRY OCCURS 100 TIMES.
               10  WS-GLB-DATE         PIC 9(8).
               10  WS-GLB-SITE         PIC X(3).
               10  WS-GLB-MINUTES      PIC 9(8).
               10  WS-GLB-REG          PIC 9(8).
               10  WS-GLB-OT           PIC 9(8).
       01  WS-GLB-SUB                  PIC 9(4) VALUE 0.
       01  WS-GLB-FIRST                PIC 9(4) VALUE 0.
       01  WS-GLB-LAST                 PIC 9(4) VALUE 0.
       01  WS-GLB-BIG                  PIC 9(4) VALUE 0.
       01  WS-GL-GROUP-TOTAL           PIC 9(8) VALUE 0.
       01  WS-GL-SPLIT                 PIC 9(8) VALUE 0.
       01  WS-GL-SHARE                 PIC 9(8) VALUE 0.
       01  WS-GL-SHARED                PIC 9(8) VALUE 0.

       01  WS-GLM-COUNT                PIC 9(4) VALUE 0.
       01  WS-GLM-TABLE.
           05  WS-GLM-ENTRY OCCURS 50 TIMES.
               10  WS-GLM-SITE         PIC X(3).
               10  WS-GLM-COMPANY      PIC X(4).
               10  WS-GLM-COST-CENTER  PIC X(6).
       01  WS-GLM-SUB                  PIC 9(4) VALUE 0.
       01  WS-GLM-FOUND-SW             PIC X VALUE "N".
           88  WS-GLM-FOUND            VALUE "Y".

       01  WS-GLU-COUNT                PIC 9(4) VALUE 0.
       01  WS-GLU-TABLE.
           05  WS-GLU-ENTRY OCCURS 50 TIMES.
               10  WS-GLU-SITE         PIC X(3).
               10  WS-GLU-MINUTES      PIC 9(8).
       01  WS-GLU-SUB                  PIC 9(4) VALUE 0.
       01  WS-GLU-FOUND-SW             PIC X VALUE "N".
           88  WS-GLU-FOUND            VALUE "Y".

       01  WS-GLJ-COUNT                PIC 9(4) VALUE 0.
       01  WS-GLJ-TABLE.
           05  WS-GLJ-ENTRY OCCURS 500 TIMES.
               10  WS-GLJ-KEY.
                   15  WS-GLJ-FROM     PIC 9(8).
                   15  WS-GLJ-COMPANY  PIC X(4).
                   15  WS-GLJ-COST-CENTER
                                       PIC X(6).
               10  WS-GLJ-TO           PIC 9(8).
               10  WS-GLJ-REG          PIC 9(8).
               10  WS-GLJ-OT           PIC 9(8).
       01  WS-GLJ-SUB                  PIC 9(4) VALUE 0.
       01  WS-GLJ-FOUND-SW             PIC X VALUE "N".
           88  WS-GLJ-FOUND            VALUE "Y".
       01  WS-GLJ-SWAP-ENTRY           PIC X(42) VALUE SPACES.
       01  WS-GLJ-SWAPPED-SW           PIC X VALUE "N".
           88  WS-GLJ-SWAPPED          VALUE "Y".
       01  WS-GL-CR-FROM               PIC 9(8) VALUE 0.
       01  WS-GL-CR-TO                 PIC 9(8) VALUE 0.
       01  WS-GL-CR-COMPANY            PIC X(4) VALUE SPACES.
       01  WS-GL-CR-REG                PIC 9(8) VALUE 0.
       01  WS-GL-CR-OT                 PIC 9(8) VALUE 0.

       01  WS-GL-HDG.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "PAY PERIOD".
           05  FILLER                  PIC X(6) VALUE "CO".
           05  FILLER                  PIC X(8) VALUE "COST CTR".
           05  FILLER                  PIC X(4) VALUE " D/C".
           05  FILLER                  PIC X(14) VALUE
               "       REGULAR".
           05  FILLER                  PIC X(14) VALUE
               "      OVERTIME".
           05  FILLER                  PIC X(14) VALUE
               "         TOTAL".

       01  WS-GL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-GLL-FROM             PIC X(8).
           05  FILLER                  PIC X VALUE "-".
           05  WS-GLL-TO               PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-GLL-COMPANY          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GLL-COST-CENTER      PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-GLL-DR-CR            PIC X.
           05  WS-GLL-REG              PIC BBBZZ,ZZZ,ZZ9.
           05  WS-GLL-OT               PIC BBBZZ,ZZZ,ZZ9.
           05  WS-GLL-TOTAL            PIC BBBZZ,ZZZ,ZZ9.

      *> AUDRPT working set. AUDITLOG is append-only, so it arrives
      *> in run order: the per-day and per-mode tables fill in
      *> chronological order and print without a sorting pass, and
               10  WS-PS-EMP-OT        PIC 9(8).
       01  WS-PS-EMP-SUB               PIC 9(4) VALUE 0.

      *> Minutes per employee per worked site, for the PAYSUMO site.
       01  WS-PS-SITE-COUNT            PIC 9(4) VALUE 0.
       01  WS-PS-SITE-TABLE.
           05  WS-PS-SITE-ENTRY OCCURS 1500 TIMES.
               10  WS-PS-SITE-EMP      PIC X(8).
               10  WS-PS-SITE-CODE     PIC X(3).
               10  WS-PS-SITE-MINUTES  PIC 9(8).
       01  WS-PS-SITE-SUB              PIC 9(4) VALUE 0.
       01  WS-PS-SITE-BEST             PIC 9(8) VALUE 0.

       01  WS-PS-FOUND-SW              PIC X VALUE "N".
           88  WS-PS-FOUND             VALUE "Y".
       01  WS-PS-WORK-WEEK             PIC 9(7) VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9(1) VALUE 0.

       01  WS-CAL-ACTION               PIC X(4) VALUE SPACES.

      *> Pay calendar from the CALFILE "P" record.
       01  WS-PAY-CAL-SW               PIC X VALUE "N".
           88  WS-PAY-CAL-SET          VALUE "Y".
       01  WS-PAY-ANCHOR-DATE          PIC 9(8) VALUE 0.
       01  WS-PAY-PERIOD-DAYS          PIC 9(3) VALUE 0.
       01  WS-CAL-PAY-DAYS-X           PIC X(3) VALUE SPACES.
       01  WS-CAL-NEW-DATE             PIC 9(8) VALUE 0.
       01  WS-CAL-NEW-BREAKDOWN REDEFINES WS-CAL-NEW-DATE.
           05  WS-CAL-NEW-YYYY         PIC 9(4).
      *> SITEMNT scratch: the keyed offset arrives as a signed string
      *> (+MMMM or -MMMM) and is format-checked before it is written,
      *> the same validate-then-append shape as 7600-ADD-HOLIDAY.
       01  WS-SMNT-ACTION              PIC X(5) VALUE SPACES.
       01  WS-SMNT-SITE                PIC X(3) VALUE SPACES.
       01  WS-SMNT-OFFSET-X            PIC X(5) VALUE SPACES.
       01  WS-SMNT-OFFSET-BREAKDOWN REDEFINES WS-SMNT-OFFSET-X.
       01  WS-SMNT-DESC                PIC X(20) VALUE SPACES.
       01  WS-SMNT-START-DATE          PIC 9(8) VALUE 0.
       01  WS-SMNT-END-DATE            PIC 9(8) VALUE 0.
       01  WS-SMNT-LATE-X              PIC X(3) VALUE SPACES.
       01  WS-SMNT-EARLY-X             PIC X(3) VALUE SPACES.
       01  WS-SMNT-COMPANY             PIC X(4) VALUE SPACES.
       01  WS-SMNT-COST-CENTER         PIC X(6) VALUE SPACES.
       01  WS-SMNT-OK-SW               PIC X VALUE "Y".
           88  WS-SMNT-OK              VALUE "Y".
           88  WS-SMNT-BAD             VALUE "N".

      *> EMPMNT scratch, same shape as SITEMNT's.
       01  WS-EMNT-ACTION              PIC X(4) VALUE SPACES.
       01  WS-EMNT-EMP-ID              PIC X(8) VALUE SPACES.
       01  WS-EMNT-SITE                PIC X(3) VALUE SPACES.
       01  WS-EMNT-NAME                PIC X(20) VALUE SPACES.
       01  WS-EMNT-TERM-DATE           PIC 9(8) VALUE 0.
       01  WS-EMNT-OK-SW               PIC X VALUE "Y".
           88  WS-EMNT-OK              VALUE "Y".
           88  WS-EMNT-BAD             VALUE "N".

       01  WS-MSTR-EOF-SW              PIC X VALUE "N".
           88  WS-MSTR-EOF             VALUE "Y".

       01  WS-PREV-MASTER-KEY          PIC X(25) VALUE LOW-VALUES.
       01  WS-THIS-MASTER-KEY          PIC X(25) VALUE LOW-VALUES.

      *> Master control totals, built as a generation is copied to
      *> MASTOUT and again whenever MASTOUT is checked against MSTCTL.
       01  WS-MC-COUNT                 PIC 9(8) VALUE 0.
       01  WS-MC-HASH                  PIC 9(12) VALUE 0.
       01  WS-MC-KEY                   PIC X(25) VALUE SPACES.
       01  WS-MC-LOW-KEY               PIC X(25) VALUE SPACES.
       01  WS-MC-HIGH-KEY              PIC X(25) VALUE SPACES.
       01  WS-MC-ON-FILE-SW            PIC X VALUE "N".
           88  WS-MC-ON-FILE           VALUE "Y".
       01  WS-MC-MASTER-SW             PIC X VALUE "N".
           88  WS-MC-MASTER-FOUND      VALUE "Y".
       01  WS-MC-ERROR-SW              PIC X VALUE "N".
           88  WS-MC-ERROR             VALUE "Y".

      *> VERIFY mode.
       01  WS-VF-READ                  PIC 9(8) VALUE 0.
       01  WS-VF-ORDER                 PIC 9(8) VALUE 0.
       01  WS-VF-BAD-SITE              PIC 9(8) VALUE 0.
       01  WS-VF-BAD-STAMP             PIC 9(8) VALUE 0.
       01  WS-VF-FAULTS                PIC 9(8) VALUE 0.
       01  WS-VF-FAULT                 PIC X(14) VALUE SPACES.
       01  WS-VF-ARCHIVED              PIC 9(8) VALUE 0.
       01  WS-VF-PENDING               PIC 9(8) VALUE 0.
       01  WS-VF-AUDIT-RUNS            PIC 9(8) VALUE 0.
       01  WS-VF-AUDIT-IN              PIC 9(10) VALUE 0.
       01  WS-VF-AUDIT-DUP             PIC 9(10) VALUE 0.
       01  WS-VF-ACCOUNTED             PIC 9(10) VALUE 0.
       01  WS-VF-EXPECTED              PIC S9(10) VALUE 0.
       01  WS-VF-DIFFERENCE            PIC S9(10) VALUE 0.
       01  WS-VF-SIGNED-ED             PIC -9(10).
       01  WS-VF-AUDIT-SW              PIC X VALUE "N".
           88  WS-VF-AUDIT-FOUND       VALUE "Y".
       01  WS-VF-RESULT                PIC X(16) VALUE SPACES.
       01  WS-VF-CTL-RESULT            PIC X(16) VALUE SPACES.

       01  WS-VF-HDG.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE "SHOP KEY".
           05  FILLER                  PIC X(5) VALUE "SITE".
           05  FILLER                  PIC X(10) VALUE "BADGE".
           05  FILLER                  PIC X(17) VALUE "PLANT LOCAL".
           05  FILLER                  PIC X(16) VALUE "FAULT".
           05  FILLER                  PIC X(15) VALUE "EXPECTED KEY".

       01  WS-VF-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-VFL-DATE             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VFL-TIME             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VFL-SITE             PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VFL-EMP              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VFL-LOCAL-DATE       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VFL-LOCAL-TIME       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VFL-FAULT            PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VFL-EXP-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VFL-EXP-TIME         PIC X(6).

       01  WS-VF-CTL-HDG.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE "ITEM".
           05  FILLER                  PIC X(27) VALUE "ON MSTCTL".
           05  FILLER                  PIC X(10) VALUE "ON MASTOUT".

       01  WS-VF-CTL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-VCL-ITEM             PIC X(18).
           05  WS-VCL-ON-FILE          PIC X(27).
           05  WS-VCL-COMPUTED         PIC X(25).

       01  WS-VF-DIFF-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VD-LABEL             PIC X(26) VALUE SPACES.
           05  WS-VD-COUNT             PIC --,---,--9.

      *> INQUIRY mode. Entries are matched to the minute: a plant
      *> asks after "the 06:58 punch", not its seconds.
       01  WS-INQ-DATE-X               PIC X(8) VALUE SPACES.
       01  WS-INQ-TIME-X               PIC X(6) VALUE SPACES.
       01  WS-INQ-SITE                 PIC X(3) VALUE SPACES.
       01  WS-INQ-EMP-ID               PIC X(8) VALUE SPACES.
       01  WS-INQ-LOCAL-KEY            PIC X(12) VALUE SPACES.
       01  WS-INQ-SHOP-KEY             PIC X(12) VALUE SPACES.
       01  WS-INQ-SHOP-SW              PIC X VALUE "N".
           88  WS-INQ-SHOP-KNOWN       VALUE "Y".
       01  WS-INQ-MATCH-SW             PIC X VALUE "N".
           88  WS-INQ-MATCHED          VALUE "Y".
       01  WS-INQ-HITS                 PIC 9(4) VALUE 0.
       01  WS-INQ-COUNT                PIC 9(4) VALUE 0.
       01  WS-INQ-AGE                  PIC 9(5) VALUE 0.
       01  WS-INQ-SEEN-X               PIC X(8) VALUE SPACES.
       01  WS-INQ-SEEN REDEFINES WS-INQ-SEEN-X
                                       PIC 9(8).
       01  WS-INQ-GEN-DATE             PIC X(8) VALUE SPACES.
       01  WS-INQ-GEN-CUTOFF           PIC X(8) VALUE SPACES.
       01  WS-INQ-WHERE                PIC X(16) VALUE SPACES.
      *> The entry being looked at, whichever file it came from.
       01  WS-INQ-REC.
           05  WS-INQ-R-KEY            PIC X(14).
           05  WS-INQ-R-SITE           PIC X(3).
           05  WS-INQ-R-LOCAL          PIC X(14).
           05  WS-INQ-R-EMP            PIC X(8).
       01  WS-COUNT-DUPLICATE          PIC 9(8) VALUE 0.
       01  WS-DUP-REASON               PIC X(12) VALUE "DUP-KEY".

       01  WS-CORR-EOF-SW              PIC X VALUE "N".
           88  WS-CORR-EOF             VALUE "Y".
               10  WS-CORR-ENTRY-DATE  PIC 9(8).
               10  WS-CORR-ENTRY-TIME  PIC 9(6).
               10  WS-CORR-ENTRY-SITE  PIC X(3).
               10  WS-CORR-ENTRY-EMP   PIC X(8).
       01  WS-CORR-SUB                 PIC 9(4) VALUE 0.

      *> Reject aging matrix: rows are the reason buckets of
      *> WS-REASON-NAME, columns the age bands 0-1, 2-5, 6-10 and
      *> over-10 days since the reject's first-seen stamp.
       01  WS-AGE-TABLE.
           05  WS-AGE-REASON-ROW OCCURS 8 TIMES.
               10  WS-AGE-BUCKET       PIC 9(8) OCCURS 4 TIMES.
       01  WS-AGE-ROW-SUB              PIC 9(4) VALUE 0.
       01  WS-AGE-COL-SUB              PIC 9(4) VALUE 0.
       01  WS-CTL-BATCH-SEQ            PIC 9(4) VALUE 0.
       01  WS-CTL-DETAIL-COUNT         PIC 9(8) VALUE 0.
       01  WS-CTL-BATCH-KEY            PIC X(12) VALUE SPACES.
       01  WS-CTL-BUS-DATE             PIC 9(8) VALUE 0.

      *> Expected-feed schedule and batch sequence register, loaded
      *> ahead of the 3010 pre-pass. Each register entry carries the
      *> position as of the last run and, beside it, the highest
      *> sequence and business date seen for the source on this
      *> TRANSIN, which is what goes back on SEQREG.
       01  WS-SCHED-STATUS             PIC X(2) VALUE "00".
       01  WS-SREG-STATUS              PIC X(2) VALUE "00".
       01  WS-SCHED-LOADED-SW          PIC X VALUE "N".
           88  WS-SCHED-LOADED         VALUE "Y".
       01  WS-SCHED-COUNT              PIC 9(4) VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS 100 TIMES.
               10  WS-SCHED-SOURCE     PIC X(8).
               10  WS-SCHED-DAYS.
                   15  WS-SCHED-DAY    PIC X OCCURS 7 TIMES.
               10  WS-SCHED-CUTOFF     PIC 9(4).
               10  WS-SCHED-STALE      PIC 9(2).
       01  WS-SCHED-SUB                PIC 9(4) VALUE 0.
       01  WS-SCHED-FOUND-SW           PIC X VALUE "N".
           88  WS-SCHED-FOUND          VALUE "Y".
       01  WS-SREG-COUNT               PIC 9(4) VALUE 0.
       01  WS-SREG-TABLE.
           05  WS-SREG-ENTRY OCCURS 200 TIMES.
               10  WS-SREG-SOURCE      PIC X(8).
               10  WS-SREG-LAST-SEQ    PIC 9(4).
               10  WS-SREG-LAST-BUS    PIC 9(8).
               10  WS-SREG-RUN-DATE    PIC 9(8).
               10  WS-SREG-RUN-TIME    PIC 9(6).
               10  WS-SREG-HIGH-SEQ    PIC 9(4).
               10  WS-SREG-HIGH-BUS    PIC 9(8).
               10  WS-SREG-KNOWN-SW    PIC X.
                   88  WS-SREG-KNOWN   VALUE "Y".
               10  WS-SREG-ON-RUN-SW   PIC X.
                   88  WS-SREG-ON-RUN  VALUE "Y".
       01  WS-SREG-SUB                 PIC 9(4) VALUE 0.
       01  WS-SREG-FOUND-SW            PIC X VALUE "N".
           88  WS-SREG-FOUND           VALUE "Y".
       01  WS-SQ-EXPECT-SEQ            PIC 9(4) VALUE 0.
       01  WS-SQ-AGE-DAYS              PIC S9(7) VALUE 0.
       01  WS-SQ-AGE-ED                PIC ZZZZZZ9.
       01  WS-SQ-GAP-TO                PIC 9(4) VALUE 0.
       01  WS-SQ-GAPS                  PIC 9(4) VALUE 0.
       01  WS-SQ-STALE                 PIC 9(4) VALUE 0.
       01  WS-SQ-MISSING               PIC 9(4) VALUE 0.
       01  WS-SQ-UNSCHEDULED           PIC 9(4) VALUE 0.
       01  WS-SQ-REPLAYS               PIC 9(4) VALUE 0.
       01  WS-SQ-REPLAY-SW             PIC X VALUE "N".
           88  WS-SQ-REPLAY            VALUE "Y".
       01  WS-SQ-TYPE                  PIC X(12) VALUE SPACES.
       01  WS-SQ-DETAIL                PIC X(60) VALUE SPACES.

      *> Feed exceptions found by the sequence screen, printed after
      *> the league table on SRCRPT.
       01  WS-SQX-COUNT                PIC 9(4) VALUE 0.
       01  WS-SQX-SUB                  PIC 9(4) VALUE 0.
       01  WS-SQX-TABLE.
           05  WS-SQX-ENTRY OCCURS 200 TIMES.
               10  WS-SQX-SOURCE       PIC X(8).
               10  WS-SQX-SEQ          PIC X(4).
               10  WS-SQX-BUS          PIC X(8).
               10  WS-SQX-TYPE         PIC X(12).
               10  WS-SQX-DETAIL       PIC X(60).

       01  WS-SQX-HDG.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(14) VALUE "EXCEPTION".
           05  FILLER                  PIC X(6) VALUE "SEQ".
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(6) VALUE "DETAIL".

       01  WS-SQX-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SQXL-SOURCE          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SQXL-TYPE            PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SQXL-SEQ             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SQXL-BUS             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SQXL-DETAIL          PIC X(60).

      *> Per-source feed-quality tallies. Batches are counted in the
      *> 3010 control pre-pass (which sees every header); record
      *> checkpoint restart the record columns cover the records this
      *> job actually validated, not the ones the aborted run already
      *> persisted. Reject buckets line up with WS-REASON-NAME, the
      *> same 1-8 order the REPORT mode uses.
       01  WS-SRC-STATUS               PIC X(2) VALUE "00".
       01  WS-SRC-CURRENT              PIC X(8) VALUE SPACES.
       01  WS-SRC-REASON-CODE          PIC X(12) VALUE SPACES.
               10  WS-SRC-BATCHES      PIC 9(4).
               10  WS-SRC-RECORDS      PIC 9(8).
               10  WS-SRC-ACCEPTED     PIC 9(8).
               10  WS-SRC-REJECT       PIC 9(8) OCCURS 8 TIMES.
               10  WS-SRC-RATE         PIC 9(3)V99.
       01  WS-SRC-SUB                  PIC 9(4) VALUE 0.
       01  WS-SRC-FOUND-SW             PIC X VALUE "N".
           88  WS-SRC-FOUND            VALUE "Y".
       01  WS-SRC-REJ-TOTAL            PIC 9(8) VALUE 0.
       01  WS-SRC-SWAP-ENTRY           PIC X(97) VALUE SPACES.
       01  WS-SRC-SWAPPED-SW           PIC X VALUE "N".
           88  WS-SRC-SWAPPED          VALUE "Y".

           05  FILLER                  PIC X(9) VALUE " BAD-TIME".
           05  FILLER                  PIC X(9) VALUE "  NON-BUS".
           05  FILLER                  PIC X(9) VALUE "   TZ-UNK".
           05  FILLER                  PIC X(9) VALUE "  UNK-EMP".
           05  FILLER                  PIC X(9) VALUE "  TERMNTD".
           05  FILLER                  PIC X(9) VALUE "    OTHER".
           05  FILLER                  PIC X(9) VALUE "   TOTREJ".
           05  FILLER                  PIC X(9) VALUE "   RATE %".
           05  WS-SRCL-RECORDS         PIC BBBZZZ,ZZ9.
           05  WS-SRCL-ACCEPTS         PIC BBBZZZ,ZZ9.
           05  WS-SRCL-REJ-COLS.
               10  WS-SRCL-REJ         PIC BBZZZ,ZZ9 OCCURS 8 TIMES.
           05  WS-SRCL-REJ-TOTAL       PIC BBZZZ,ZZ9.
           05  WS-SRCL-RATE            PIC BBBZZ9.99.

               PERFORM 7500-CALENDAR-MAINT
           ELSE IF WS-RUN-MODE = "SITEMNT"
               PERFORM 5500-SITE-MAINT
           ELSE IF WS-RUN-MODE = "EMPMNT"
               PERFORM 5700-EMPLOYEE-MAINT
           ELSE IF WS-RUN-MODE = "ARCHIVE"
               PERFORM 8000-ARCHIVE-MASTER
           ELSE IF WS-RUN-MODE = "RESTORE"
               PERFORM 6500-SHIFT-ENTRY
           ELSE IF WS-RUN-MODE = "RECON"
               PERFORM 6200-RECON-ENTRY
           ELSE IF WS-RUN-MODE = "ATTEND"
               PERFORM 6300-ATTEND-ENTRY
           ELSE IF WS-RUN-MODE = "PAYSUM"
               PERFORM 8700-PAYSUM-ENTRY
           ELSE IF WS-RUN-MODE = "PAYPURG"
               PERFORM 6850-PAYPURG-ENTRY
           ELSE IF WS-RUN-MODE = "CLOSE"
               PERFORM 6950-CLOSE-ENTRY
           ELSE IF WS-RUN-MODE = "RENORM"
               PERFORM 8600-RENORM-ENTRY
           ELSE IF WS-RUN-MODE = "VERIFY"
               PERFORM 6400-VERIFY-ENTRY
           ELSE IF WS-RUN-MODE = "INQUIRY"
               PERFORM 2100-INQUIRY-ENTRY
           ELSE IF WS-RUN-MODE = "STREAM"
               PERFORM 1500-STREAM-ENTRY
           ELSE IF WS-RUN-MODE = "AUDRPT"
               PERFORM 8800-AUDRPT-ENTRY
           ELSE IF WS-RUN-MODE = "REJAGE"
               PERFORM 7400-REJAGE-ENTRY
           ELSE IF WS-RUN-MODE = "CORPEXT"
               PERFORM 8400-CORP-EXTRACT
           ELSE IF WS-RUN-MODE = "GLDIST"
               PERFORM 8920-GLDIST-ENTRY
           ELSE
               PERFORM 2000-ONLINE-ENTRY
           END-IF.
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-PAYSUM-TO
               END-IF
           ELSE IF WS-PARM-KEYWORD = "GLDIST-FROM"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-GLDIST-FROM
               END-IF
           ELSE IF WS-PARM-KEYWORD = "GLDIST-TO"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-GLDIST-TO
               END-IF
           ELSE IF WS-PARM-KEYWORD = "AUDRPT-FROM"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL6 TO WS-PARM-CORP-MONTH
               END-IF
           ELSE IF WS-PARM-KEYWORD = "ATTEND-FROM"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-ATTEND-FROM
               END-IF
           ELSE IF WS-PARM-KEYWORD = "ATTEND-TO"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-ATTEND-TO
               END-IF
      *> A count of pay periods, always keyed as two digits.
           ELSE IF WS-PARM-KEYWORD = "PAYHIST-KEEP"
               IF WS-PARM-VALUE (1:2) IS NUMERIC
                  AND WS-PARM-VALUE (3:18) = SPACES
                   MOVE WS-PARM-VALUE (1:2) TO WS-PARM-PAYHIST-KEEP
               ELSE
                   PERFORM 1190-FLAG-BAD-CARD
               END-IF
           ELSE IF WS-PARM-KEYWORD = "CLOSE-FROM"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-CLOSE-FROM
               END-IF
           ELSE IF WS-PARM-KEYWORD = "CLOSE-TO"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-CLOSE-TO
               END-IF
           ELSE IF WS-PARM-KEYWORD = "CLOSE-BY"
               MOVE WS-PARM-VALUE (1:8) TO WS-PARM-CLOSE-BY
           ELSE IF WS-PARM-KEYWORD = "STREAM-PGM"
               MOVE WS-PARM-VALUE TO WS-PARM-STREAM-PGM
           ELSE IF WS-PARM-KEYWORD = "STREAM-NEW"
               MOVE WS-PARM-VALUE (1:1) TO WS-PARM-STREAM-NEW
           ELSE IF WS-PARM-KEYWORD = "RENORM-SITE"
               MOVE WS-PARM-VALUE (1:3) TO WS-PARM-RENORM-SITE
           ELSE IF WS-PARM-KEYWORD = "RENORM-FROM"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-RENORM-FROM
               END-IF
           ELSE IF WS-PARM-KEYWORD = "RENORM-TO"
               PERFORM 1120-CHECK-DATE-VALUE
               IF WS-PARM-OK
                   MOVE WS-PARM-VAL8 TO WS-PARM-RENORM-TO
               END-IF
           ELSE
               PERFORM 1190-FLAG-BAD-CARD
           END-IF.
              AND WS-PARM-VALUE NOT = "REPAIR"
              AND WS-PARM-VALUE NOT = "CALMNT"
              AND WS-PARM-VALUE NOT = "SITEMNT"
              AND WS-PARM-VALUE NOT = "EMPMNT"
              AND WS-PARM-VALUE NOT = "ARCHIVE"
              AND WS-PARM-VALUE NOT = "RESTORE"
              AND WS-PARM-VALUE NOT = "EXTRACT"
              AND WS-PARM-VALUE NOT = "REPORT"
              AND WS-PARM-VALUE NOT = "SHIFT"
              AND WS-PARM-VALUE NOT = "RECON"
              AND WS-PARM-VALUE NOT = "ATTEND"
              AND WS-PARM-VALUE NOT = "PAYSUM"
              AND WS-PARM-VALUE NOT = "PAYPURG"
              AND WS-PARM-VALUE NOT = "CLOSE"
              AND WS-PARM-VALUE NOT = "RENORM"
              AND WS-PARM-VALUE NOT = "VERIFY"
              AND WS-PARM-VALUE NOT = "INQUIRY"
              AND WS-PARM-VALUE NOT = "STREAM"
              AND WS-PARM-VALUE NOT = "AUDRPT"
              AND WS-PARM-VALUE NOT = "REJAGE"
              AND WS-PARM-VALUE NOT = "CORPEXT"
              AND WS-PARM-VALUE NOT = "GLDIST"
               PERFORM 1190-FLAG-BAD-CARD
           END-IF.

       1250-STORE-ONE-CAL-RECORD.
           IF CAL-IS-WEEK-RECORD
               MOVE CAL-WEEK-FLAGS TO WS-OPEN-FLAG-VALUES
           ELSE IF CAL-IS-PAY-CALENDAR
               IF CAL-PAY-ANCHOR-DATE IS NUMERIC
                  AND CAL-PAY-PERIOD-DAYS IS NUMERIC
                  AND CAL-PAY-PERIOD-DAYS > 0
                   MOVE CAL-PAY-ANCHOR-DATE TO WS-PAY-ANCHOR-DATE
                   MOVE CAL-PAY-PERIOD-DAYS TO WS-PAY-PERIOD-DAYS
                   SET WS-PAY-CAL-SET TO TRUE
               END-IF
           ELSE IF CAL-IS-HOLIDAY
               IF WS-HOLIDAY-COUNT < 200
                   ADD 1 TO WS-HOLIDAY-COUNT
       1300-LOAD-SITE-TABLE.
           MOVE 0 TO WS-ZONE-COUNT.
           MOVE 0 TO WS-DST-COUNT.
           MOVE 0 TO WS-GRACE-COUNT.
           MOVE 0 TO WS-GLM-COUNT.
           OPEN INPUT SITE-FILE.
           IF WS-SITEF-STATUS = "35"
               DISPLAY "DATEVAL: no site file - built-in zone "
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           ELSE IF SITE-IS-GRACE
               PERFORM 1360-STORE-ONE-GRACE
           ELSE IF SITE-IS-GL
               PERFORM 1370-STORE-ONE-GL-MAP
           END-IF.

      *> Find-or-add on the grace table: a later "G" record for a site
      *> replaces the earlier one.
       1360-STORE-ONE-GRACE.
           MOVE "N" TO WS-GRACE-FOUND-SW.
           PERFORM VARYING WS-GRACE-SUB FROM 1 BY 1
                   UNTIL WS-GRACE-SUB > WS-GRACE-COUNT
                      OR WS-GRACE-FOUND
               IF WS-GRACE-SITE (WS-GRACE-SUB) = SITE-GRACE-SITE
                   SET WS-GRACE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-GRACE-FOUND
               SUBTRACT 1 FROM WS-GRACE-SUB
           ELSE
               IF WS-GRACE-COUNT < 50
                   ADD 1 TO WS-GRACE-COUNT
                   MOVE WS-GRACE-COUNT TO WS-GRACE-SUB
               ELSE
                   DISPLAY "DATEVAL: more than 50 grace records "
                       "on SITEFILE"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF.
           MOVE SITE-GRACE-SITE TO WS-GRACE-SITE (WS-GRACE-SUB).
           MOVE SITE-GRACE-LATE TO WS-GRACE-LATE (WS-GRACE-SUB).
           MOVE SITE-GRACE-EARLY TO WS-GRACE-EARLY (WS-GRACE-SUB).

      *> Find-or-add on the GL mapping table: a later "C" record for
      *> a site replaces the earlier one.
       1370-STORE-ONE-GL-MAP.
           MOVE SITE-GL-SITE TO WS-GL-SITE.
           PERFORM 8950-FIND-GL-MAPPING.
           IF NOT WS-GLM-FOUND
               IF WS-GLM-COUNT < 50
                   ADD 1 TO WS-GLM-COUNT
                   MOVE WS-GLM-COUNT TO WS-GLM-SUB
               ELSE
                   DISPLAY "DATEVAL: more than 50 GL mappings "
                       "on SITEFILE"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF.
           MOVE SITE-GL-SITE TO WS-GLM-SITE (WS-GLM-SUB).
           MOVE SITE-GL-COMPANY TO WS-GLM-COMPANY (WS-GLM-SUB).
           MOVE SITE-GL-COST-CENTER TO WS-GLM-COST-CENTER (WS-GLM-SUB).

      *> Load the employee reference file for the modes that accept
      *> punches. A missing EMPFILE switches the badge screen off, as
      *> a missing CALFILE does the business-day screen -- plants
      *> whose badges have not been keyed yet keep loading.
       1400-LOAD-EMPLOYEE-TABLE.
           MOVE 0 TO WS-EMP-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPF-STATUS = "35"
               DISPLAY "DATEVAL: no employee file - "
                   "badge screen off"
           ELSE
               MOVE "EMPLOYEE-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-EMPF-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EMPF-EOF-SW
               PERFORM UNTIL WS-EMPF-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EMPF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1450-STORE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               SET WS-EMPF-LOADED TO TRUE
           END-IF.

      *> A later record for a badge already in the table replaces it
      *> in place -- the file is a history, the table is the current
      *> state.
       1450-STORE-ONE-EMPLOYEE.
           MOVE EMPF-EMP-ID TO WS-EMP-ID.
           PERFORM 1460-FIND-EMPLOYEE.
           IF NOT WS-EMP-FOUND
               IF WS-EMP-COUNT < 2000
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               ELSE
                   DISPLAY "DATEVAL: more than 2000 badges on EMPFILE"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF.
           MOVE EMPF-EMP-ID TO WS-EMP-TBL-ID (WS-EMP-SUB).
           MOVE EMPF-STATUS TO WS-EMP-TBL-STATUS (WS-EMP-SUB).
           MOVE EMPF-HOME-SITE TO WS-EMP-TBL-SITE (WS-EMP-SUB).
           MOVE EMPF-TERM-DATE TO WS-EMP-TBL-TERM (WS-EMP-SUB).
           MOVE EMPF-NAME TO WS-EMP-TBL-NAME (WS-EMP-SUB).
           MOVE SPACES TO WS-EMP-ID.

      *> Leaves WS-EMP-SUB on the entry for WS-EMP-ID when found.
       1460-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                      OR WS-EMP-FOUND
               IF WS-EMP-TBL-ID (WS-EMP-SUB) = WS-EMP-ID
                   SET WS-EMP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-EMP-FOUND
               SUBTRACT 1 FROM WS-EMP-SUB
           END-IF.

      *> STREAM mode: run the overnight chain -- BATCH, REPAIR,
      *> SHIFT, RECON, REPORT, CORPEXT at month-end -- from the one
      *> STREAMIN deck instead of a PARMFILE per job. Each step is a
      *> DATEVAL run of its own, started through the system with
      *> its cards on STEPPARM as its PARMFILE, so it takes the run
      *> token, writes its own audit line and checkpoints exactly as
      *> if submitted by hand; the stream itself holds no token.
      *> Every start and end goes to STEPSTAT and the end to
      *> AUDITLOG. The stream stops at the first step that ends
      *> above its return-code limit. Resubmitted after a stop or an
      *> abend, it resumes the same stream: every step already ended
      *> within its limit is skipped, so the feed is never loaded
      *> twice. STREAM-NEW Y abandons an unfinished stream instead.
       1500-STREAM-ENTRY.
           IF WS-PARM-LOADED
               MOVE WS-PARM-STREAM-PGM TO WS-ST-PGM-PARM
               MOVE WS-PARM-STREAM-NEW TO WS-ST-NEW-PARM
           ELSE
               ACCEPT WS-ST-PGM-PARM
                   FROM ENVIRONMENT "DATEVAL-STREAM-PGM"
               ACCEPT WS-ST-NEW-PARM
                   FROM ENVIRONMENT "DATEVAL-STREAM-NEW"
           END-IF.
           IF WS-ST-PGM-PARM = SPACES
               MOVE "DATEVAL" TO WS-ST-PGM-PARM
           END-IF.
           PERFORM 1510-LOAD-STREAM-DECK.
           PERFORM 1520-LOAD-STEP-STATUS.

           OPEN EXTEND STEP-STATUS-FILE.
           IF WS-STEPSTAT-STATUS = "35"
               OPEN OUTPUT STEP-STATUS-FILE
           END-IF.
           MOVE "STEP-STATUS-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-STEPSTAT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE 0 TO WS-ST-STEP-SUB.
           IF WS-ST-RESUMING
               DISPLAY "DATEVAL: resuming stream " WS-ST-STREAM-ID
               MOVE "RESUMED" TO WS-ST-EVENT
           ELSE
               MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-ST-STREAM-ID
               DISPLAY "DATEVAL: starting stream " WS-ST-STREAM-ID
               MOVE "OPENED" TO WS-ST-EVENT
           END-IF.
           PERFORM 1540-WRITE-STREAM-EVENT.
           CLOSE STEP-STATUS-FILE.

      *> The step's PARMFILE is pointed at STEPPARM for every run
      *> started from here.
           DISPLAY "DD_PARMFILE" UPON ENVIRONMENT-NAME.
           DISPLAY "STEPPARM" UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-ST-COMMAND.
           STRING WS-ST-PGM-PARM DELIMITED BY SPACE
               INTO WS-ST-COMMAND.

           PERFORM VARYING WS-ST-STEP-SUB FROM 1 BY 1
                   UNTIL WS-ST-STEP-SUB > WS-ST-STEP-COUNT
                      OR WS-ST-STOPPED
               IF WS-ST-DONE (WS-ST-STEP-SUB)
                   ADD 1 TO WS-ST-SKIPPED
                   DISPLAY "DATEVAL: step " WS-ST-NO (WS-ST-STEP-SUB)
                       " " WS-ST-MODE (WS-ST-STEP-SUB)
                       " already ended - skipped"
               ELSE
                   PERFORM 1530-RUN-ONE-STEP
               END-IF
           END-PERFORM.

           OPEN EXTEND STEP-STATUS-FILE.
           MOVE "STEP-STATUS-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-STEPSTAT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE 0 TO WS-ST-STEP-SUB.
           IF WS-ST-STOPPED
               MOVE "STOPPED" TO WS-ST-EVENT
           ELSE
               MOVE "COMPLETE" TO WS-ST-EVENT
           END-IF.
           PERFORM 1540-WRITE-STREAM-EVENT.
           CLOSE STEP-STATUS-FILE.
           PERFORM 1590-DISPLAY-STREAM-SUMMARY.
           IF WS-ST-STOPPED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> The whole deck is checked before anything runs, every fault
      *> listed, then the stream abends with nothing started -- the
      *> same all-faults-then-abend rule as PARMFILE. Interactive
      *> modes cannot be steps: nobody is at the console overnight.
       1510-LOAD-STREAM-DECK.
           OPEN INPUT STREAM-CONTROL-FILE.
           IF WS-STREAMIN-STATUS = "35"
               DISPLAY "DATEVAL: no STREAMIN deck - nothing run"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           MOVE "STREAM-CONTROL-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-STREAMIN-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE 0 TO WS-ST-STEP-COUNT.
           MOVE 0 TO WS-ST-CARD-COUNT.
           MOVE "N" TO WS-ST-ERROR-SW.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ STREAM-CONTROL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF STREAM-CARD NOT = SPACES
                          AND STREAM-CARD (1:1) NOT = "*"
                           PERFORM 1515-STORE-ONE-STREAM-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STREAM-CONTROL-FILE.
           IF WS-ST-STEP-COUNT = 0
               DISPLAY "DATEVAL: STREAMIN holds no STEP cards"
               SET WS-ST-ERROR TO TRUE
           END-IF.
           IF WS-ST-ERROR
               DISPLAY "DATEVAL: stream abandoned - nothing run"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

       1515-STORE-ONE-STREAM-CARD.
           MOVE SPACES TO WS-ST-KEYWORD.
           MOVE SPACES TO WS-ST-NO-X.
           MOVE SPACES TO WS-ST-MODE-X.
           MOVE SPACES TO WS-ST-MAX-X.
           UNSTRING STREAM-CARD DELIMITED BY ALL SPACES
               INTO WS-ST-KEYWORD WS-ST-NO-X WS-ST-MODE-X WS-ST-MAX-X.
           IF WS-ST-MAX-X = SPACES
               MOVE "00" TO WS-ST-MAX-X
           ELSE IF WS-ST-MAX-X (2:1) = SPACE
               MOVE WS-ST-MAX-X (1:1) TO WS-ST-MAX-X (2:1)
               MOVE "0" TO WS-ST-MAX-X (1:1)
           END-IF
           END-IF.
           IF WS-ST-NO-X (2:1) = SPACE
               MOVE WS-ST-NO-X (1:1) TO WS-ST-NO-X (2:1)
               MOVE "0" TO WS-ST-NO-X (1:1)
           END-IF.
           IF WS-ST-KEYWORD = "STEP"
               IF WS-ST-STEP-COUNT = 30
                   DISPLAY "DATEVAL: more than 30 steps on STREAMIN"
                   SET WS-ST-ERROR TO TRUE
               ELSE
                   ADD 1 TO WS-ST-STEP-COUNT
                   MOVE WS-ST-STEP-COUNT TO WS-ST-STEP-SUB
                   MOVE WS-ST-MODE-X TO WS-ST-MODE (WS-ST-STEP-SUB)
                   MOVE WS-ST-CARD-COUNT
                       TO WS-ST-FIRST-CARD (WS-ST-STEP-SUB)
                   ADD 1 TO WS-ST-FIRST-CARD (WS-ST-STEP-SUB)
                   MOVE 0 TO WS-ST-CARDS (WS-ST-STEP-SUB)
                   MOVE "N" TO WS-ST-DONE-SW (WS-ST-STEP-SUB)
                   IF WS-ST-NO-X IS NOT NUMERIC
                      OR WS-ST-MAX-X IS NOT NUMERIC
                      OR WS-ST-MODE-X (8:1) NOT = SPACE
                       DISPLAY "DATEVAL: bad STREAMIN step card: "
                           STREAM-CARD
                       SET WS-ST-ERROR TO TRUE
                   ELSE
                       MOVE WS-ST-NO-X TO WS-ST-NO (WS-ST-STEP-SUB)
                       MOVE WS-ST-MAX-X TO WS-ST-MAX-RC (WS-ST-STEP-SUB)
                       IF WS-ST-STEP-SUB > 1
                          AND WS-ST-NO (WS-ST-STEP-SUB)
                              NOT > WS-ST-NO (WS-ST-STEP-SUB - 1)
                           DISPLAY "DATEVAL: STREAMIN step "
                               WS-ST-NO-X " out of sequence"
                           SET WS-ST-ERROR TO TRUE
                       END-IF
                   END-IF
                   IF WS-ST-MODE-X NOT = "BATCH"
                      AND WS-ST-MODE-X NOT = "REPAIR"
                      AND WS-ST-MODE-X NOT = "ARCHIVE"
                      AND WS-ST-MODE-X NOT = "RESTORE"
                      AND WS-ST-MODE-X NOT = "EXTRACT"
                      AND WS-ST-MODE-X NOT = "REPORT"
                      AND WS-ST-MODE-X NOT = "SHIFT"
                      AND WS-ST-MODE-X NOT = "RECON"
                      AND WS-ST-MODE-X NOT = "ATTEND"
                      AND WS-ST-MODE-X NOT = "PAYSUM"
                      AND WS-ST-MODE-X NOT = "PAYPURG"
                      AND WS-ST-MODE-X NOT = "CLOSE"
                      AND WS-ST-MODE-X NOT = "RENORM"
                      AND WS-ST-MODE-X NOT = "VERIFY"
                      AND WS-ST-MODE-X NOT = "AUDRPT"
                      AND WS-ST-MODE-X NOT = "REJAGE"
                      AND WS-ST-MODE-X NOT = "CORPEXT"
                      AND WS-ST-MODE-X NOT = "GLDIST"
                       DISPLAY "DATEVAL: STREAMIN step " WS-ST-NO-X
                           " mode " WS-ST-MODE-X
                           " cannot run in a stream"
                       SET WS-ST-ERROR TO TRUE
                   END-IF
               END-IF
           ELSE IF WS-ST-STEP-COUNT = 0
               DISPLAY "DATEVAL: STREAMIN card before the first "
                   "step: " STREAM-CARD
               SET WS-ST-ERROR TO TRUE
           ELSE IF WS-ST-KEYWORD = "MODE"
               DISPLAY "DATEVAL: MODE card in a STREAMIN step - the "
                   "step card names the mode: " STREAM-CARD
               SET WS-ST-ERROR TO TRUE
           ELSE IF WS-ST-CARD-COUNT = 600
               DISPLAY "DATEVAL: more than 600 step cards on STREAMIN"
               SET WS-ST-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-ST-CARD-COUNT
               MOVE STREAM-CARD TO WS-ST-CARD (WS-ST-CARD-COUNT)
               ADD 1 TO WS-ST-CARDS (WS-ST-STEP-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

      *> The last stream on STEPSTAT is resumed unless it completed
      *> or STREAM-NEW Y is given; its steps that ended within their
      *> limit are marked done.
       1520-LOAD-STEP-STATUS.
           MOVE SPACES TO WS-ST-LAST-ID.
           MOVE "N" TO WS-ST-LAST-DONE-SW.
           MOVE "N" TO WS-ST-RESUME-SW.
           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEPSTAT-STATUS NOT = "35"
               MOVE "STEP-STATUS-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-STEPSTAT-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ STEP-STATUS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1525-NOTE-ONE-STEP-STATUS
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
           END-IF.
           IF WS-ST-LAST-ID NOT = SPACES
              AND NOT WS-ST-LAST-DONE
               IF WS-ST-NEW-PARM = "Y"
                   DISPLAY "DATEVAL: unfinished stream " WS-ST-LAST-ID
                       " abandoned - starting a new stream"
               ELSE
                   SET WS-ST-RESUMING TO TRUE
                   MOVE WS-ST-LAST-ID TO WS-ST-STREAM-ID
               END-IF
           END-IF.
      *> A new stream runs every step; the done marks only stand for
      *> the stream being resumed.
           IF NOT WS-ST-RESUMING
               PERFORM VARYING WS-ST-STEP-SUB FROM 1 BY 1
                       UNTIL WS-ST-STEP-SUB > WS-ST-STEP-COUNT
                   MOVE "N" TO WS-ST-DONE-SW (WS-ST-STEP-SUB)
               END-PERFORM
           END-IF.

       1525-NOTE-ONE-STEP-STATUS.
           IF SST-STREAM-ID NOT = WS-ST-LAST-ID
               MOVE SST-STREAM-ID TO WS-ST-LAST-ID
               MOVE "N" TO WS-ST-LAST-DONE-SW
               PERFORM VARYING WS-ST-STEP-SUB FROM 1 BY 1
                       UNTIL WS-ST-STEP-SUB > WS-ST-STEP-COUNT
                   MOVE "N" TO WS-ST-DONE-SW (WS-ST-STEP-SUB)
               END-PERFORM
           END-IF.
           IF SST-STREAM-COMPLETE
               SET WS-ST-LAST-DONE TO TRUE
           ELSE IF SST-STEP-ENDED AND SST-STEP-OK
               PERFORM VARYING WS-ST-STEP-SUB FROM 1 BY 1
                       UNTIL WS-ST-STEP-SUB > WS-ST-STEP-COUNT
                   IF WS-ST-NO (WS-ST-STEP-SUB) = SST-STEP-NO
                       SET WS-ST-DONE (WS-ST-STEP-SUB) TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       1530-RUN-ONE-STEP.
           OPEN OUTPUT STEP-PARM-FILE.
           MOVE "STEP-PARM-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-STEPPARM-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE SPACES TO STEP-PARM-CARD.
           STRING "MODE " WS-ST-MODE (WS-ST-STEP-SUB)
               DELIMITED BY SIZE INTO STEP-PARM-CARD.
           WRITE STEP-PARM-CARD.
           PERFORM VARYING WS-ST-CARD-SUB
                   FROM WS-ST-FIRST-CARD (WS-ST-STEP-SUB) BY 1
                   UNTIL WS-ST-CARD-SUB >
                         WS-ST-FIRST-CARD (WS-ST-STEP-SUB)
                         + WS-ST-CARDS (WS-ST-STEP-SUB) - 1
               MOVE WS-ST-CARD (WS-ST-CARD-SUB) TO STEP-PARM-CARD
               WRITE STEP-PARM-CARD
           END-PERFORM.
           CLOSE STEP-PARM-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-ST-START-STAMP.
           OPEN EXTEND STEP-STATUS-FILE.
           MOVE "STEP-STATUS-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-STEPSTAT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "STARTED" TO WS-ST-EVENT.
           MOVE 0 TO WS-ST-STEP-RC.
           PERFORM 1540-WRITE-STREAM-EVENT.
           CLOSE STEP-STATUS-FILE.
           DISPLAY "DATEVAL: step " WS-ST-NO (WS-ST-STEP-SUB) " "
               WS-ST-MODE (WS-ST-STEP-SUB) " started "
               WS-ST-START-STAMP.

           CALL "SYSTEM" USING WS-ST-COMMAND.
           MOVE RETURN-CODE TO WS-ST-STEP-RC.
           MOVE 0 TO RETURN-CODE.
      *> The system call hands back the wait status: the step's own
      *> return code in the high byte, a killing signal in the low.
      *> A step that never returned is logged as 9999.
           IF WS-ST-STEP-RC > 255
               DIVIDE WS-ST-STEP-RC BY 256 GIVING WS-ST-RC-HIGH
                   REMAINDER WS-ST-RC-LOW
               IF WS-ST-RC-LOW = 0
                   MOVE WS-ST-RC-HIGH TO WS-ST-STEP-RC
               ELSE
                   MOVE 9999 TO WS-ST-STEP-RC
               END-IF
           ELSE IF WS-ST-STEP-RC NOT = 0
               MOVE 9999 TO WS-ST-STEP-RC
           END-IF
           END-IF.
           ADD 1 TO WS-ST-RAN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND STEP-STATUS-FILE.
           MOVE "STEP-STATUS-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-STEPSTAT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "ENDED" TO WS-ST-EVENT.
           PERFORM 1540-WRITE-STREAM-EVENT.
           CLOSE STEP-STATUS-FILE.
           PERFORM 1545-WRITE-STEP-AUDIT.
           DISPLAY "DATEVAL: step " WS-ST-NO (WS-ST-STEP-SUB) " "
               WS-ST-MODE (WS-ST-STEP-SUB) " ended "
               WS-CURRENT-DATE-TIME (1:14) " RC " SST-RETURN-CODE
               " " SST-RESULT.
           IF NOT SST-STEP-OK
               SET WS-ST-STOPPED TO TRUE
               MOVE WS-ST-NO (WS-ST-STEP-SUB) TO WS-ST-FAILED-STEP
           END-IF.

      *> Stream-level events carry step 00 and no times of their own;
      *> STARTED carries the start, ENDED the start, end and return
      *> code, judged against the step's limit.
       1540-WRITE-STREAM-EVENT.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WS-ST-STREAM-ID TO SST-STREAM-ID.
           MOVE WS-ST-EVENT TO SST-EVENT.
           MOVE 0 TO SST-STEP-NO.
           MOVE 0 TO SST-MAX-RC.
           MOVE 0 TO SST-RETURN-CODE.
           IF WS-ST-STEP-SUB > 0
               MOVE WS-ST-NO (WS-ST-STEP-SUB) TO SST-STEP-NO
               MOVE WS-ST-MODE (WS-ST-STEP-SUB) TO SST-MODE
               MOVE WS-ST-MAX-RC (WS-ST-STEP-SUB) TO SST-MAX-RC
               MOVE WS-ST-START-STAMP TO SST-START-STAMP
               IF SST-STEP-ENDED
                   MOVE WS-CURRENT-DATE-TIME (1:14) TO SST-END-STAMP
                   IF WS-ST-STEP-RC < 0 OR WS-ST-STEP-RC > 9999
                       MOVE 9999 TO SST-RETURN-CODE
                   ELSE
                       MOVE WS-ST-STEP-RC TO SST-RETURN-CODE
                   END-IF
                   IF SST-RETURN-CODE > SST-MAX-RC
                       MOVE "FAIL" TO SST-RESULT
                   ELSE
                       MOVE "OK" TO SST-RESULT
                   END-IF
               END-IF
           ELSE
               MOVE "STREAM" TO SST-MODE
           END-IF.
           WRITE STEP-STATUS-RECORD.

      *> One AUDITLOG line per step as the stream saw it end, beside
      *> the step's own -- a step that died without writing one still
      *> leaves this trace. Counts are the step's own line's business.
       1545-WRITE-STEP-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "DATEVAL: unable to write audit log - "
                   "file status " WS-AUDIT-STATUS
           ELSE
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-CURRENT-DATE-TIME (1:14) TO AUD-RUN-TIMESTAMP
               MOVE "STREAM" TO AUD-RUN-MODE
               MOVE WS-MIN-DATE TO AUD-MIN-DATE
               MOVE WS-MAX-DATE TO AUD-MAX-DATE
               MOVE 0 TO AUD-SKIP-COUNT
               MOVE 0 TO AUD-COUNT-PROCESSED
               MOVE 0 TO AUD-COUNT-ACCEPTED
               MOVE 0 TO AUD-COUNT-REJECT-DATE
               MOVE 0 TO AUD-COUNT-REJECT-TIME
               MOVE 0 TO AUD-COUNT-REJECT-NONBUS
               MOVE 0 TO AUD-COUNT-REJECT-TZ
               MOVE 0 TO AUD-COUNT-DUPLICATE
               MOVE 0 TO AUD-COUNT-REJECT-EMP
               MOVE 0 TO AUD-COUNT-TO-MASTER
               IF SST-RETURN-CODE > 99
                   MOVE 99 TO AUD-RETURN-CODE
               ELSE
                   MOVE SST-RETURN-CODE TO AUD-RETURN-CODE
               END-IF
               STRING "ID=" WS-ST-STREAM-ID
                   " STEP=" SST-STEP-NO
                   " MODE=" SST-MODE
                   " START=" SST-START-STAMP
                   " MAX=" SST-MAX-RC
                   " " SST-RESULT
                   DELIMITED BY SIZE INTO AUD-PARM-ECHO
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "DATEVAL: unable to write audit log - "
                       "file status " WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       1590-DISPLAY-STREAM-SUMMARY.
           DISPLAY "===== DATEVAL STREAM SUMMARY =====".
           DISPLAY "Stream:                      " WS-ST-STREAM-ID.
           DISPLAY "Steps on STREAMIN:           " WS-ST-STEP-COUNT.
           DISPLAY "Skipped - ended earlier:     " WS-ST-SKIPPED.
           DISPLAY "Run this time:               " WS-ST-RAN.
           IF WS-ST-STOPPED
               DISPLAY "Stopped at step:             "
                   WS-ST-FAILED-STEP
           ELSE
               DISPLAY "Stream complete"
           END-IF.
           DISPLAY "==================================".

       2000-ONLINE-ENTRY.
           PERFORM 9200-ACQUIRE-RUN-TOKEN.
           PERFORM 1200-LOAD-CALENDAR.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
      *> An operator can run online mode more than once a day, and
      *> 3000-BATCH-ENTRY may already have populated REJOUT/MASTRUN
      *> that same morning, so this cannot blindly OPEN OUTPUT the way
      *> a true one-shot run could -- that would truncate everything
      *> written before it. Probe with OPEN EXTEND first and fall back
      *> to OPEN OUTPUT only when the file does not exist yet (status
      *> 35), the same extend-or-create choice 3000-BATCH-ENTRY makes
      *> off the checkpoint.
           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "REJECT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-REJECT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           OPEN EXTEND RUN-MASTER-FILE.
           IF WS-RUNMST-STATUS = "35"
               OPEN OUTPUT RUN-MASTER-FILE
           END-IF.
           MOVE "RUN-MASTER-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-RUNMST-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           DISPLAY "Enter date (YYYYMMDD): ".
           ACCEPT WS-DATE.
           DISPLAY "Enter time (HHMMSS): ".
           ACCEPT WS-TIME.
           DISPLAY "Enter site code: ".
           ACCEPT WS-SITE.
           DISPLAY "Enter badge ID: ".
           ACCEPT WS-EMP-ID.

           PERFORM 5000-VALIDATE-DATE.
           PERFORM 5100-VALIDATE-TIME.
           PERFORM 5300-VALIDATE-SITE.
           PERFORM 5350-VALIDATE-EMPLOYEE.

           IF WS-DATE-IS-INVALID
               DISPLAY "Invalid date"
               PERFORM 4000-WRITE-REJECT
           ELSE IF WS-TIME-IS-INVALID
               DISPLAY "Invalid time"
               PERFORM 4000-WRITE-REJECT
           ELSE IF WS-SITE-IS-INVALID
               DISPLAY "Unknown site code"
               PERFORM 4000-WRITE-REJECT
           ELSE IF WS-EMP-IS-INVALID
               IF WS-EMP-REASON-CODE = "TERMINATED"
                   DISPLAY "Badge is terminated"
               ELSE
                   DISPLAY "Unknown badge ID"
               END-IF
               PERFORM 4000-WRITE-REJECT
           ELSE
               DISPLAY "Date: " WS-DATE
               DISPLAY "Time: " WS-TIME
               PERFORM 4100-WRITE-MASTER
           END-IF.

           CLOSE REJECT-FILE.
           CLOSE RUN-MASTER-FILE.
           PERFORM 4200-MERGE-MASTER-FILE.

      *> INQUIRY mode: answer a plant's "what happened to our 06:58
      *> punch on the 3rd" at the console. The operator keys the
      *> stamp as the plant's clock showed it (badge optional); it is
      *> put through the same validate-and-normalize path as ONLINE,
      *> and every file an entry can land in is searched: MASTOUT,
      *> MASTRUN (accepted, not yet merged), REJOUT and REJNEW (the
      *> reject chain, held in plant time), DUPEXC and ARCHOUT.
      *> Kept entries are matched on their preserved plant stamp and
      *> on the shop-time key, so one keyed under an older site
      *> table is still found -- and flagged. Loops until END.
      *> Read-only: no run token, and each lookup refuses while a
      *> master copy is in flight.
       2100-INQUIRY-ENTRY.
           PERFORM 4285-REQUIRE-MASTER-STABLE.
           PERFORM 1300-LOAD-SITE-TABLE.
           MOVE SPACES TO WS-INQ-DATE-X.
           PERFORM UNTIL WS-INQ-DATE-X = "END"
               DISPLAY "Plant date (YYYYMMDD) or END: "
               ACCEPT WS-INQ-DATE-X
               IF WS-INQ-DATE-X NOT = "END"
                   PERFORM 2110-ANSWER-ONE-INQUIRY
               END-IF
           END-PERFORM.
           DISPLAY "DATEVAL: " WS-INQ-COUNT " inquiries answered".

       2110-ANSWER-ONE-INQUIRY.
           DISPLAY "Plant time (HHMMSS): ".
           ACCEPT WS-INQ-TIME-X.
           DISPLAY "Site code: ".
           ACCEPT WS-INQ-SITE.
           DISPLAY "Badge ID (blank for any): ".
           ACCEPT WS-INQ-EMP-ID.
           PERFORM 4282-PROBE-SWAP-FLAG.
           IF WS-SWAP-PENDING
               DISPLAY "Master copy in progress - try again shortly"
           ELSE IF WS-INQ-DATE-X IS NOT NUMERIC
              OR WS-INQ-TIME-X IS NOT NUMERIC
               DISPLAY "Date and time must be YYYYMMDD and HHMMSS"
           ELSE
               ADD 1 TO WS-INQ-COUNT
               PERFORM 2120-NORMALIZE-INQUIRY
               MOVE 0 TO WS-INQ-HITS
               PERFORM 2130-SEARCH-MASTER
               PERFORM 2135-SEARCH-RUN-MASTER
               PERFORM 2140-SEARCH-REJECTS
               PERFORM 2145-SEARCH-NEW-REJECTS
               PERFORM 2150-SEARCH-DUPLICATES
               PERFORM 2155-SEARCH-ARCHIVE
               IF WS-INQ-HITS = 0
                   DISPLAY "  Not on MASTOUT, MASTRUN, REJOUT, REJNEW, "
                       "DUPEXC or ARCHOUT"
               ELSE
                   DISPLAY "  Entries found: " WS-INQ-HITS
               END-IF
           END-IF
           END-IF.

      *> A stamp that would not pass ONLINE cannot be normalized, but
      *> is still looked for in the reject chain, which holds entries
      *> exactly as the plant sent them.
       2120-NORMALIZE-INQUIRY.
           MOVE WS-INQ-DATE-X TO WS-DATE.
           MOVE WS-INQ-TIME-X TO WS-TIME.
           MOVE WS-INQ-SITE TO WS-SITE.
           MOVE WS-INQ-DATE-X TO WS-INQ-LOCAL-KEY (1:8).
           MOVE WS-INQ-TIME-X (1:4) TO WS-INQ-LOCAL-KEY (9:4).
           MOVE SPACES TO WS-INQ-SHOP-KEY.
           MOVE "N" TO WS-INQ-SHOP-SW.
           PERFORM 5000-VALIDATE-DATE.
           PERFORM 5100-VALIDATE-TIME.
           PERFORM 5300-VALIDATE-SITE.
           IF WS-DATE-IS-INVALID
               DISPLAY "  Date " WS-DATE-REASON-CODE
                   " - searching the reject chain only"
           ELSE IF WS-TIME-IS-INVALID
               DISPLAY "  Time " WS-TIME-REASON-CODE
                   " - searching the reject chain only"
           ELSE IF WS-SITE-IS-INVALID
               DISPLAY "  Site not on the site table"
                   " - searching the reject chain only"
           ELSE
               PERFORM 5400-NORMALIZE-TO-SHOP-TIME
               MOVE WS-DATE TO WS-INQ-SHOP-KEY (1:8)
               MOVE WS-TIME (1:4) TO WS-INQ-SHOP-KEY (9:4)
               SET WS-INQ-SHOP-KNOWN TO TRUE
               DISPLAY "  Plant " WS-INQ-LOCAL-KEY (1:8) " "
                   WS-INQ-LOCAL-KEY (9:4) " at " WS-INQ-SITE
                   " is shop time " WS-INQ-SHOP-KEY (1:8) " "
                   WS-INQ-SHOP-KEY (9:4)
           END-IF
           END-IF
           END-IF.

       2130-SEARCH-MASTER.
           IF WS-INQ-SHOP-KNOWN
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "35"
                   MOVE "MASTER-FILE" TO WS-FILE-ERROR-NAME
                   MOVE WS-MASTER-STATUS TO WS-FILE-ERROR-STATUS
                   PERFORM 9000-CHECK-FILE-STATUS
                   MOVE "ON MASTER" TO WS-INQ-WHERE
                   MOVE "N" TO WS-MSTR-EOF-SW
                   PERFORM UNTIL WS-MSTR-EOF
                       READ MASTER-FILE
                           AT END
                               SET WS-MSTR-EOF TO TRUE
                           NOT AT END
                               MOVE MASTER-KEY-DATE
                                   TO WS-INQ-R-KEY (1:8)
                               MOVE MASTER-KEY-TIME
                                   TO WS-INQ-R-KEY (9:6)
                               MOVE MASTER-SITE TO WS-INQ-R-SITE
                               MOVE MASTER-LOCAL-DATE
                                   TO WS-INQ-R-LOCAL (1:8)
                               MOVE MASTER-LOCAL-TIME
                                   TO WS-INQ-R-LOCAL (9:6)
                               MOVE MASTER-EMP-ID TO WS-INQ-R-EMP
                               PERFORM 2160-MATCH-KEPT-ENTRY
                               IF WS-INQ-MATCHED
                                   PERFORM 2170-SHOW-KEPT-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       2135-SEARCH-RUN-MASTER.
           IF WS-INQ-SHOP-KNOWN
               OPEN INPUT RUN-MASTER-FILE
               IF WS-RUNMST-STATUS NOT = "35"
                   MOVE "RUN-MASTER-FILE" TO WS-FILE-ERROR-NAME
                   MOVE WS-RUNMST-STATUS TO WS-FILE-ERROR-STATUS
                   PERFORM 9000-CHECK-FILE-STATUS
                   MOVE "AWAITING MERGE" TO WS-INQ-WHERE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ RUN-MASTER-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE RUNM-DATE TO WS-INQ-R-KEY (1:8)
                               MOVE RUNM-TIME TO WS-INQ-R-KEY (9:6)
                               MOVE RUNM-SITE TO WS-INQ-R-SITE
                               MOVE RUNM-LOCAL-DATE
                                   TO WS-INQ-R-LOCAL (1:8)
                               MOVE RUNM-LOCAL-TIME
                                   TO WS-INQ-R-LOCAL (9:6)
                               MOVE RUNM-EMP-ID TO WS-INQ-R-EMP
                               PERFORM 2160-MATCH-KEPT-ENTRY
                               IF WS-INQ-MATCHED
                                   PERFORM 2170-SHOW-KEPT-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-MASTER-FILE
               END-IF
           END-IF.

       2140-SEARCH-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "35"
               MOVE "REJECT-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-REJECT-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REJ-SITE = WS-INQ-SITE
                              AND REJ-DATE = WS-INQ-LOCAL-KEY (1:8)
                              AND REJ-TIME (1:4)
                                  = WS-INQ-LOCAL-KEY (9:4)
                              AND (WS-INQ-EMP-ID = SPACES
                                   OR REJ-EMP-ID = WS-INQ-EMP-ID)
                               MOVE REJ-FIRST-SEEN TO WS-INQ-SEEN-X
                               PERFORM 2175-AGE-REJECT
                               DISPLAY "  REJECTED REJOUT  plant "
                                   REJ-DATE " " REJ-TIME
                                   "  badge " REJ-EMP-ID
                                   "  reason " REJ-REASON-CODE
                               DISPLAY "                   first seen "
                                   WS-INQ-SEEN-X ", "
                                   WS-INQ-AGE " days in the chain"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       2145-SEARCH-NEW-REJECTS.
           OPEN INPUT REJECT-NEW-FILE.
           IF WS-REJNEW-STATUS NOT = "35"
               MOVE "REJECT-NEW-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-REJNEW-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REJECT-NEW-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REJN-SITE = WS-INQ-SITE
                              AND REJN-DATE = WS-INQ-LOCAL-KEY (1:8)
                              AND REJN-TIME (1:4)
                                  = WS-INQ-LOCAL-KEY (9:4)
                              AND (WS-INQ-EMP-ID = SPACES
                                   OR REJN-EMP-ID = WS-INQ-EMP-ID)
                               MOVE REJN-FIRST-SEEN TO WS-INQ-SEEN-X
                               PERFORM 2175-AGE-REJECT
                               DISPLAY "  REJECTED REJNEW  plant "
                                   REJN-DATE " " REJN-TIME
                                   "  badge " REJN-EMP-ID
                                   "  reason " REJN-REASON-CODE
                               DISPLAY "                   first seen "
                                   WS-INQ-SEEN-X ", "
                                   WS-INQ-AGE " days in the chain"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-NEW-FILE
           END-IF.

       2150-SEARCH-DUPLICATES.
           IF WS-INQ-SHOP-KNOWN
               OPEN INPUT DUP-EXCEPTION-FILE
               IF WS-DUPEXC-STATUS NOT = "35"
                   MOVE "DUP-EXCEPTION" TO WS-FILE-ERROR-NAME
                   MOVE WS-DUPEXC-STATUS TO WS-FILE-ERROR-STATUS
                   PERFORM 9000-CHECK-FILE-STATUS
                   MOVE "DUPLICATE" TO WS-INQ-WHERE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ DUP-EXCEPTION-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE DUP-DATE TO WS-INQ-R-KEY (1:8)
                               MOVE DUP-TIME TO WS-INQ-R-KEY (9:6)
                               MOVE DUP-SITE TO WS-INQ-R-SITE
                               MOVE DUP-LOCAL-STAMP TO WS-INQ-R-LOCAL
                               MOVE DUP-EMP-ID TO WS-INQ-R-EMP
                               PERFORM 2160-MATCH-KEPT-ENTRY
                               IF WS-INQ-MATCHED
                                   PERFORM 2170-SHOW-KEPT-ENTRY
                                   DISPLAY "                   "
                                       DUP-REASON-CODE
                                       " diverted on run of "
                                       DUP-RUN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DUP-EXCEPTION-FILE
               END-IF
           END-IF.

      *> The generation an archived entry sits in is the one whose
      *> HDR most recently preceded it.
       2155-SEARCH-ARCHIVE.
           IF WS-INQ-SHOP-KNOWN
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS NOT = "35"
                   MOVE "ARCHIVE-FILE" TO WS-FILE-ERROR-NAME
                   MOVE WS-ARCH-STATUS TO WS-FILE-ERROR-STATUS
                   PERFORM 9000-CHECK-FILE-STATUS
                   MOVE "ARCHIVED" TO WS-INQ-WHERE
                   MOVE SPACES TO WS-INQ-GEN-DATE
                   MOVE SPACES TO WS-INQ-GEN-CUTOFF
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ ARCHIVE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF ARCH-REC-TYPE = "HDR"
                                   MOVE ARCH-HDR-RUN-DATE
                                       TO WS-INQ-GEN-DATE
                                   MOVE ARCH-HDR-CUTOFF
                                       TO WS-INQ-GEN-CUTOFF
                               ELSE IF ARCH-REC-TYPE NOT = "TRL"
                                   PERFORM 2157-MATCH-ARCHIVED-ENTRY
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       2157-MATCH-ARCHIVED-ENTRY.
           MOVE ARCH-DATE TO WS-INQ-R-KEY (1:8).
           MOVE ARCH-TIME TO WS-INQ-R-KEY (9:6).
           MOVE ARCH-SITE TO WS-INQ-R-SITE.
           MOVE ARCH-LOCAL-STAMP TO WS-INQ-R-LOCAL.
           MOVE ARCH-EMP-ID TO WS-INQ-R-EMP.
           PERFORM 2160-MATCH-KEPT-ENTRY.
           IF WS-INQ-MATCHED
               PERFORM 2170-SHOW-KEPT-ENTRY
               DISPLAY "                   in the ARCHOUT generation "
                   "of " WS-INQ-GEN-DATE ", cutoff " WS-INQ-GEN-CUTOFF
           END-IF.

      *> Same site and badge, and either the preserved plant stamp or
      *> the shop-time key falls in the keyed minute.
       2160-MATCH-KEPT-ENTRY.
           MOVE "N" TO WS-INQ-MATCH-SW.
           IF WS-INQ-R-SITE = WS-INQ-SITE
              AND (WS-INQ-EMP-ID = SPACES
                   OR WS-INQ-R-EMP = WS-INQ-EMP-ID)
               IF WS-INQ-R-LOCAL (1:12) = WS-INQ-LOCAL-KEY
                  OR WS-INQ-R-KEY (1:12) = WS-INQ-SHOP-KEY
                   SET WS-INQ-MATCHED TO TRUE
               END-IF
           END-IF.

       2170-SHOW-KEPT-ENTRY.
           ADD 1 TO WS-INQ-HITS.
           DISPLAY "  " WS-INQ-WHERE " shop "
               WS-INQ-R-KEY (1:8) " " WS-INQ-R-KEY (9:6)
               "  plant " WS-INQ-R-LOCAL (1:8) " "
               WS-INQ-R-LOCAL (9:6) "  badge " WS-INQ-R-EMP.
           IF WS-INQ-R-LOCAL (1:12) = WS-INQ-LOCAL-KEY
              AND WS-INQ-R-KEY (1:12) NOT = WS-INQ-SHOP-KEY
               DISPLAY "                   shop key does not agree "
                   "with the site table now - RENORM"
           END-IF.

       2175-AGE-REJECT.
           ADD 1 TO WS-INQ-HITS.
           IF WS-INQ-SEEN-X IS NUMERIC
              AND WS-INQ-SEEN NOT = ZEROS
              AND WS-INQ-SEEN NOT > WS-CURR-DATE
               COMPUTE WS-INQ-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-CURR-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-INQ-SEEN)
           ELSE
               MOVE 0 TO WS-INQ-AGE
           END-IF.

       3000-BATCH-ENTRY.
           PERFORM 9200-ACQUIRE-RUN-TOKEN.
           PERFORM 3005-LOAD-FEED-REGISTERS.
      *> Verify the feed's batch control records in a read-only pre-pass
      *> before REJOUT/MASTOUT are even opened, so a truncated or
      *> re-sent upstream extract abends the run with nothing written
      *> instead of silently loading fewer records.
           PERFORM 3010-VERIFY-BATCH-CONTROLS.

           PERFORM 1200-LOAD-CALENDAR.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           PERFORM 3050-READ-CHECKPOINT.

      *> WS-SKIP-COUNT only tells us whether THIS job has a checkpoint
      *> pending -- it says nothing about whether an online entry (see
      *> 2000-ONLINE-ENTRY) already wrote to REJOUT/MASTOUT earlier the
      *> same day. Probe with OPEN EXTEND the same way 2000-ONLINE-ENTRY
      *> does, and only fall back to OPEN OUTPUT when the file does not
      *> exist yet (status 35), so a fresh run never truncates rows a
      *> prior online entry already persisted.
           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "REJECT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-REJECT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           OPEN EXTEND RUN-MASTER-FILE.
           IF WS-RUNMST-STATUS = "35"
               OPEN OUTPUT RUN-MASTER-FILE
           END-IF.
           MOVE "RUN-MASTER-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-RUNMST-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           OPEN INPUT TRANS-FILE.
           MOVE "TRANS-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-TRANS-STATUS TO WS-FILE-ERROR-STATUS.
                               MOVE TRANS-DATE TO WS-DATE
                               MOVE TRANS-TIME TO WS-TIME
                               MOVE TRANS-SITE TO WS-SITE
                               MOVE TRANS-EMP-ID TO WS-EMP-ID
                               PERFORM 3100-BATCH-VALIDATE-ONE
                               PERFORM 3200-CHECKPOINT-IF-DUE
                           END-IF
           CLOSE REJECT-FILE.
           CLOSE RUN-MASTER-FILE.
           PERFORM 4200-MERGE-MASTER-FILE.
      *> The register moves on once the feed is on the master and
      *> before the checkpoint is cleared: a run that dies between the
      *> two is refused as a replay when resubmitted, which is the
      *> truth -- the feed is already loaded -- and the checkpoint it
      *> left is discarded by 3050 on the next feed, being older than
      *> the register.
           PERFORM 3040-WRITE-SEQ-REGISTER.

           PERFORM 3300-CLEAR-CHECKPOINT.
           PERFORM 3400-PRINT-SOURCE-REPORT.
      *> must open with an HDR, close with a TRL whose count matches the
      *> detail records between them, and no source-ID/sequence pair may
      *> appear twice. All control faults in the feed are displayed
      *> before the run abends, so one rerun fixes the lot. A batch
      *> the sequence register says was loaded by an earlier run is a
      *> control fault the same way; gaps and stale business dates
      *> are only noted for SRCRPT.
       3010-VERIFY-BATCH-CONTROLS.
           OPEN INPUT TRANS-FILE.
           MOVE "TRANS-FILE" TO WS-FILE-ERROR-NAME.
               END-IF
               MOVE TRANS-HDR-SOURCE-ID TO WS-CTL-SOURCE-ID
               MOVE TRANS-HDR-BATCH-SEQ TO WS-CTL-BATCH-SEQ
               MOVE TRANS-HDR-BUS-DATE TO WS-CTL-BUS-DATE
               PERFORM 3030-CHECK-BATCH-SEQUENCE
               MOVE TRANS-HDR-SOURCE-ID TO WS-SRC-CURRENT
               PERFORM 3420-FIND-SOURCE-ENTRY
               ADD 1 TO WS-SRC-BATCHES (WS-SRC-SUB)
               END-IF
           END-IF.

      *> The schedule is optional, the same as CALFILE: without it
      *> there is no missing-feed or unscheduled-source check. With no
      *> register yet every source starts fresh on this run.
       3005-LOAD-FEED-REGISTERS.
           MOVE 0 TO WS-SCHED-COUNT.
           MOVE 0 TO WS-SREG-COUNT.
           MOVE 0 TO WS-SQX-COUNT.
           OPEN INPUT SOURCE-SCHEDULE-FILE.
           IF WS-SCHED-STATUS = "35"
               DISPLAY "DATEVAL: no source schedule - "
                   "missing-feed check off"
           ELSE
               MOVE "SOURCE-SCHEDULE-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-SCHED-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SOURCE-SCHEDULE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3006-STORE-ONE-SCHEDULE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-SCHEDULE-FILE
               SET WS-SCHED-LOADED TO TRUE
           END-IF.

           OPEN INPUT SEQUENCE-REGISTER-FILE.
           IF WS-SREG-STATUS NOT = "35"
               MOVE "SEQUENCE-REGISTER-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-SREG-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SEQUENCE-REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3007-STORE-ONE-REGISTER
                   END-READ
               END-PERFORM
               CLOSE SEQUENCE-REGISTER-FILE
           END-IF.

       3006-STORE-ONE-SCHEDULE.
           IF SCHED-CUTOFF IS NOT NUMERIC
              OR SCHED-STALE-DAYS IS NOT NUMERIC
               DISPLAY "DATEVAL: bad source schedule record for "
                   SCHED-SOURCE-ID " - ignored"
           ELSE IF WS-SCHED-COUNT = 100
               DISPLAY "DATEVAL: more than 100 sources on the "
                   "source schedule"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           ELSE
               ADD 1 TO WS-SCHED-COUNT
               MOVE SCHED-SOURCE-ID TO WS-SCHED-SOURCE (WS-SCHED-COUNT)
               MOVE SCHED-DAYS TO WS-SCHED-DAYS (WS-SCHED-COUNT)
               MOVE SCHED-CUTOFF TO WS-SCHED-CUTOFF (WS-SCHED-COUNT)
               MOVE SCHED-STALE-DAYS TO WS-SCHED-STALE (WS-SCHED-COUNT)
           END-IF
           END-IF.

       3007-STORE-ONE-REGISTER.
           MOVE SREG-SOURCE-ID TO WS-SRC-CURRENT.
           PERFORM 3008-FIND-REGISTER-ENTRY.
           MOVE SREG-LAST-SEQ TO WS-SREG-LAST-SEQ (WS-SREG-SUB).
           MOVE SREG-LAST-BUS-DATE TO WS-SREG-LAST-BUS (WS-SREG-SUB).
           MOVE SREG-RUN-DATE TO WS-SREG-RUN-DATE (WS-SREG-SUB).
           MOVE SREG-RUN-TIME TO WS-SREG-RUN-TIME (WS-SREG-SUB).
           MOVE SREG-LAST-SEQ TO WS-SREG-HIGH-SEQ (WS-SREG-SUB).
           MOVE SREG-LAST-BUS-DATE TO WS-SREG-HIGH-BUS (WS-SREG-SUB).
           SET WS-SREG-KNOWN (WS-SREG-SUB) TO TRUE.

      *> Find-or-add on the register table, keyed by WS-SRC-CURRENT.
      *> A source new to the register comes back with no history.
       3008-FIND-REGISTER-ENTRY.
           MOVE "N" TO WS-SREG-FOUND-SW.
           PERFORM VARYING WS-SREG-SUB FROM 1 BY 1
               UNTIL WS-SREG-SUB > WS-SREG-COUNT
                  OR WS-SREG-FOUND
               IF WS-SREG-SOURCE (WS-SREG-SUB) = WS-SRC-CURRENT
                   SET WS-SREG-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SREG-FOUND
               SUBTRACT 1 FROM WS-SREG-SUB
           ELSE
               IF WS-SREG-COUNT < 200
                   ADD 1 TO WS-SREG-COUNT
                   MOVE WS-SREG-COUNT TO WS-SREG-SUB
                   MOVE WS-SRC-CURRENT TO WS-SREG-SOURCE (WS-SREG-SUB)
                   MOVE 0 TO WS-SREG-LAST-SEQ (WS-SREG-SUB)
                   MOVE 0 TO WS-SREG-LAST-BUS (WS-SREG-SUB)
                   MOVE 0 TO WS-SREG-RUN-DATE (WS-SREG-SUB)
                   MOVE 0 TO WS-SREG-RUN-TIME (WS-SREG-SUB)
                   MOVE 0 TO WS-SREG-HIGH-SEQ (WS-SREG-SUB)
                   MOVE 0 TO WS-SREG-HIGH-BUS (WS-SREG-SUB)
                   MOVE "N" TO WS-SREG-KNOWN-SW (WS-SREG-SUB)
                   MOVE "N" TO WS-SREG-ON-RUN-SW (WS-SREG-SUB)
               ELSE
                   DISPLAY "DATEVAL: more than 200 source systems "
                       "on the sequence register"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF.

      *> One batch header against the register. A sequence at or
      *> below the one last loaded -- on the register or earlier in
      *> this feed -- is a replay and fails the run. The sequence
      *> wraps after 9999, so once 9999 is loaded only 9999 itself is
      *> a replay and the next batch may start again from 0001, in
      *> the same feed or a later one. Ahead of the next expected
      *> sequence is a gap; a business date behind the last one
      *> loaded, or older than the schedule allows, is stale. Both
      *> are loaded and reported.
       3030-CHECK-BATCH-SEQUENCE.
           MOVE WS-CTL-SOURCE-ID TO WS-SRC-CURRENT.
           PERFORM 3008-FIND-REGISTER-ENTRY.
           PERFORM 3034-FIND-SCHEDULE-ENTRY.
           IF WS-SCHED-LOADED AND NOT WS-SCHED-FOUND
              AND NOT WS-SREG-ON-RUN (WS-SREG-SUB)
               ADD 1 TO WS-SQ-UNSCHEDULED
               MOVE "UNSCHEDULED" TO WS-SQ-TYPE
               MOVE "source is not on the source schedule"
                   TO WS-SQ-DETAIL
               PERFORM 3036-NOTE-FEED-EXCEPTION
           END-IF.
           MOVE "N" TO WS-SQ-REPLAY-SW.
           IF WS-SREG-KNOWN (WS-SREG-SUB)
              OR WS-SREG-ON-RUN (WS-SREG-SUB)
               IF WS-SREG-HIGH-SEQ (WS-SREG-SUB) = 9999
                   IF WS-CTL-BATCH-SEQ = 9999
                       SET WS-SQ-REPLAY TO TRUE
                   END-IF
               ELSE
                   IF WS-CTL-BATCH-SEQ
                      NOT > WS-SREG-HIGH-SEQ (WS-SREG-SUB)
                       SET WS-SQ-REPLAY TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-SQ-REPLAY
               DISPLAY "DATEVAL: control-total error - batch "
                   WS-CTL-SOURCE-ID "/" WS-CTL-BATCH-SEQ
                   " already loaded - last loaded "
                   WS-SREG-HIGH-SEQ (WS-SREG-SUB) " - register at "
                   WS-SREG-LAST-SEQ (WS-SREG-SUB) " business date "
                   WS-SREG-LAST-BUS (WS-SREG-SUB) " run "
                   WS-SREG-RUN-DATE (WS-SREG-SUB)
               ADD 1 TO WS-SQ-REPLAYS
               SET WS-CTL-ERROR TO TRUE
           ELSE
               PERFORM 3032-CHECK-GAP-AND-AGE
           END-IF.
           SET WS-SREG-ON-RUN (WS-SREG-SUB) TO TRUE.

       3032-CHECK-GAP-AND-AGE.
           IF WS-SREG-KNOWN (WS-SREG-SUB)
              OR WS-SREG-ON-RUN (WS-SREG-SUB)
               IF WS-SREG-HIGH-SEQ (WS-SREG-SUB) = 9999
                   MOVE 1 TO WS-SQ-EXPECT-SEQ
               ELSE
                   COMPUTE WS-SQ-EXPECT-SEQ =
                       WS-SREG-HIGH-SEQ (WS-SREG-SUB) + 1
               END-IF
               IF WS-CTL-BATCH-SEQ > WS-SQ-EXPECT-SEQ
                   ADD 1 TO WS-SQ-GAPS
                   COMPUTE WS-SQ-GAP-TO = WS-CTL-BATCH-SEQ - 1
                   MOVE "SEQ-GAP" TO WS-SQ-TYPE
                   MOVE SPACES TO WS-SQ-DETAIL
                   IF WS-SQ-GAP-TO = WS-SQ-EXPECT-SEQ
                       STRING "batch " WS-SQ-EXPECT-SEQ
                           " never received"
                           DELIMITED BY SIZE INTO WS-SQ-DETAIL
                   ELSE
                       STRING "batches " WS-SQ-EXPECT-SEQ " to "
                           WS-SQ-GAP-TO " never received"
                           DELIMITED BY SIZE INTO WS-SQ-DETAIL
                   END-IF
                   PERFORM 3036-NOTE-FEED-EXCEPTION
               END-IF
               IF WS-CTL-BATCH-SEQ > WS-SREG-HIGH-SEQ (WS-SREG-SUB)
                  OR WS-SREG-HIGH-SEQ (WS-SREG-SUB) = 9999
                   MOVE WS-CTL-BATCH-SEQ
                       TO WS-SREG-HIGH-SEQ (WS-SREG-SUB)
               END-IF
           ELSE
               MOVE WS-CTL-BATCH-SEQ TO WS-SREG-HIGH-SEQ (WS-SREG-SUB)
           END-IF.
           IF WS-CTL-BUS-DATE < WS-SREG-HIGH-BUS (WS-SREG-SUB)
               ADD 1 TO WS-SQ-STALE
               MOVE "STALE-DATE" TO WS-SQ-TYPE
               MOVE SPACES TO WS-SQ-DETAIL
               STRING "business date before "
                   WS-SREG-HIGH-BUS (WS-SREG-SUB)
                   " already loaded"
                   DELIMITED BY SIZE INTO WS-SQ-DETAIL
               PERFORM 3036-NOTE-FEED-EXCEPTION
           ELSE
               MOVE WS-CTL-BUS-DATE TO WS-SREG-HIGH-BUS (WS-SREG-SUB)
               IF WS-SCHED-FOUND
                  AND WS-SCHED-STALE (WS-SCHED-SUB) > 0
                  AND FUNCTION TEST-DATE-YYYYMMDD (WS-CTL-BUS-DATE)
                      = 0
                   COMPUTE WS-SQ-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-CURR-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-CTL-BUS-DATE)
                   IF WS-SQ-AGE-DAYS > WS-SCHED-STALE (WS-SCHED-SUB)
                       ADD 1 TO WS-SQ-STALE
                       MOVE WS-SQ-AGE-DAYS TO WS-SQ-AGE-ED
                       MOVE "STALE-DATE" TO WS-SQ-TYPE
                       MOVE SPACES TO WS-SQ-DETAIL
                       STRING "business date" WS-SQ-AGE-ED
                           " days old - schedule allows "
                           WS-SCHED-STALE (WS-SCHED-SUB)
                           DELIMITED BY SIZE INTO WS-SQ-DETAIL
                       PERFORM 3036-NOTE-FEED-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       3034-FIND-SCHEDULE-ENTRY.
           MOVE "N" TO WS-SCHED-FOUND-SW.
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                  OR WS-SCHED-FOUND
               IF WS-SCHED-SOURCE (WS-SCHED-SUB) = WS-SRC-CURRENT
                   SET WS-SCHED-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SCHED-FOUND
               SUBTRACT 1 FROM WS-SCHED-SUB
           END-IF.

      *> The 3010 screen allows 100 batches, so two exceptions a batch
      *> plus the missing feeds fit; the guard stays regardless.
       3036-NOTE-FEED-EXCEPTION.
           DISPLAY "DATEVAL: feed exception " WS-SRC-CURRENT " "
               WS-SQ-TYPE " " WS-SQ-DETAIL.
           IF WS-SQX-COUNT < 200
               ADD 1 TO WS-SQX-COUNT
               MOVE WS-SRC-CURRENT TO WS-SQX-SOURCE (WS-SQX-COUNT)
               MOVE WS-SQ-TYPE TO WS-SQX-TYPE (WS-SQX-COUNT)
               MOVE WS-SQ-DETAIL TO WS-SQX-DETAIL (WS-SQX-COUNT)
               IF WS-SQ-TYPE = "MISSING"
                  OR WS-SQ-TYPE = "NOT-YET-DUE"
                   MOVE SPACES TO WS-SQX-SEQ (WS-SQX-COUNT)
                   MOVE SPACES TO WS-SQX-BUS (WS-SQX-COUNT)
               ELSE
                   MOVE WS-CTL-BATCH-SEQ TO WS-SQX-SEQ (WS-SQX-COUNT)
                   MOVE WS-CTL-BUS-DATE TO WS-SQX-BUS (WS-SQX-COUNT)
               END-IF
           END-IF.

      *> Every source on the register goes back out, moved on to the
      *> highest batch and business date loaded this run.
       3040-WRITE-SEQ-REGISTER.
           OPEN OUTPUT SEQUENCE-REGISTER-FILE.
           MOVE "SEQUENCE-REGISTER-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-SREG-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           PERFORM VARYING WS-SREG-SUB FROM 1 BY 1
               UNTIL WS-SREG-SUB > WS-SREG-COUNT
               MOVE SPACES TO SEQREG-RECORD
               MOVE WS-SREG-SOURCE (WS-SREG-SUB) TO SREG-SOURCE-ID
               IF WS-SREG-ON-RUN (WS-SREG-SUB)
                   MOVE WS-SREG-HIGH-SEQ (WS-SREG-SUB) TO SREG-LAST-SEQ
                   MOVE WS-SREG-HIGH-BUS (WS-SREG-SUB)
                       TO SREG-LAST-BUS-DATE
                   MOVE WS-CURR-DATE TO SREG-RUN-DATE
                   MOVE WS-CURR-TIME TO SREG-RUN-TIME
               ELSE
                   MOVE WS-SREG-LAST-SEQ (WS-SREG-SUB) TO SREG-LAST-SEQ
                   MOVE WS-SREG-LAST-BUS (WS-SREG-SUB)
                       TO SREG-LAST-BUS-DATE
                   MOVE WS-SREG-RUN-DATE (WS-SREG-SUB) TO SREG-RUN-DATE
                   MOVE WS-SREG-RUN-TIME (WS-SREG-SUB) TO SREG-RUN-TIME
               END-IF
               WRITE SEQREG-RECORD
               MOVE WS-SREG-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
           END-PERFORM.
           CLOSE SEQUENCE-REGISTER-FILE.

       3050-READ-CHECKPOINT.
      *> Cumulative counts carry forward from the checkpoint so the
      *> end-of-run summary reconciles against the whole feed even
      *> after a restart, not just the records picked up this run.
           MOVE 0 TO WS-SKIP-COUNT.
           MOVE 0 TO WS-COUNT-PROCESSED.
           MOVE 0 TO WS-COUNT-ACCEPTED.
           MOVE 0 TO WS-COUNT-REJECT-DATE.
           MOVE 0 TO WS-COUNT-REJECT-TIME.
           MOVE 0 TO WS-COUNT-REJECT-NONBUS.
           MOVE 0 TO WS-COUNT-REJECT-TZ.
           MOVE 0 TO WS-COUNT-REJECT-EMP.
           MOVE "N" TO WS-CKPT-STALE-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 0 TO WS-SKIP-COUNT
                   NOT AT END
                       PERFORM 3055-CHECK-CHECKPOINT-AGE
               END-READ
               CLOSE CHECKPOINT-FILE
               IF WS-CKPT-STALE
                   DISPLAY "DATEVAL: checkpoint at record "
                       CKPT-RECORDS-READ " from run " CKPT-RUN-DATE
                       " " CKPT-RUN-TIME " is older than the "
                       "sequence register - discarded"
                   PERFORM 3300-CLEAR-CHECKPOINT
               END-IF
           ELSE
      *> Status 35 ("file not found") genuinely means first run --
      *> WS-SKIP-COUNT stays zero. Anything else is a real I/O problem
               END-IF
           END-IF.

      *> A pending checkpoint is only good if no run has moved the
      *> sequence register on since it was written. The register is
      *> stamped by the run that wrote the checkpoint once the feed
      *> is merged, so a register stamp at or after the checkpoint's
      *> means that run got past the merge and died before clearing
      *> it -- resubmitting that feed is refused as a replay, and the
      *> next feed must start from its first record.
       3055-CHECK-CHECKPOINT-AGE.
           IF CKPT-RECORDS-READ > 0
              AND CKPT-RUN-DATE IS NUMERIC
              AND CKPT-RUN-TIME IS NUMERIC
              AND CKPT-RUN-DATE > 0
               PERFORM VARYING WS-SREG-SUB FROM 1 BY 1
                       UNTIL WS-SREG-SUB > WS-SREG-COUNT
                          OR WS-CKPT-STALE
                   IF WS-SREG-RUN-DATE (WS-SREG-SUB) > CKPT-RUN-DATE
                      OR (WS-SREG-RUN-DATE (WS-SREG-SUB) = CKPT-RUN-DATE
                          AND WS-SREG-RUN-TIME (WS-SREG-SUB)
                              NOT < CKPT-RUN-TIME)
                       SET WS-CKPT-STALE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-CKPT-STALE
               MOVE CKPT-RECORDS-READ TO WS-SKIP-COUNT
               MOVE CKPT-COUNT-PROCESSED TO WS-COUNT-PROCESSED
               MOVE CKPT-COUNT-ACCEPTED TO WS-COUNT-ACCEPTED
               MOVE CKPT-COUNT-REJECT-DATE TO WS-COUNT-REJECT-DATE
               MOVE CKPT-COUNT-REJECT-TIME TO WS-COUNT-REJECT-TIME
               MOVE CKPT-COUNT-REJECT-NONBUS TO WS-COUNT-REJECT-NONBUS
               MOVE CKPT-COUNT-REJECT-TZ TO WS-COUNT-REJECT-TZ
               IF CKPT-COUNT-REJECT-EMP IS NUMERIC
                   MOVE CKPT-COUNT-REJECT-EMP TO WS-COUNT-REJECT-EMP
               END-IF
           END-IF.

       3200-CHECKPOINT-IF-DUE.
           IF FUNCTION MOD (WS-RECORDS-READ, WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 3250-WRITE-CHECKPOINT
           MOVE WS-COUNT-REJECT-TIME TO CKPT-COUNT-REJECT-TIME.
           MOVE WS-COUNT-REJECT-NONBUS TO CKPT-COUNT-REJECT-NONBUS.
           MOVE WS-COUNT-REJECT-TZ TO CKPT-COUNT-REJECT-TZ.
           MOVE WS-COUNT-REJECT-EMP TO CKPT-COUNT-REJECT-EMP.
           MOVE WS-CURR-DATE TO CKPT-RUN-DATE.
           MOVE WS-CURR-TIME TO CKPT-RUN-TIME.
           WRITE CHECKPOINT-RECORD.
           MOVE WS-CKPT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE 0 TO CKPT-COUNT-REJECT-TIME.
           MOVE 0 TO CKPT-COUNT-REJECT-NONBUS.
           MOVE 0 TO CKPT-COUNT-REJECT-TZ.
           MOVE 0 TO CKPT-COUNT-REJECT-EMP.
           MOVE 0 TO CKPT-RUN-DATE.
           MOVE 0 TO CKPT-RUN-TIME.
           WRITE CHECKPOINT-RECORD.
           MOVE WS-CKPT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           PERFORM 5000-VALIDATE-DATE.
           PERFORM 5100-VALIDATE-TIME.
           PERFORM 5300-VALIDATE-SITE.
           PERFORM 5350-VALIDATE-EMPLOYEE.

           IF WS-DATE-IS-INVALID
               DISPLAY "Invalid date: " WS-DATE
               DISPLAY "Unknown site: " WS-SITE
               ADD 1 TO WS-COUNT-REJECT-TZ
               PERFORM 4000-WRITE-REJECT
           ELSE IF WS-EMP-IS-INVALID
               DISPLAY "Badge rejected: " WS-EMP-ID " "
                   WS-EMP-REASON-CODE
               ADD 1 TO WS-COUNT-REJECT-EMP
               PERFORM 4000-WRITE-REJECT
           ELSE
               DISPLAY "Date: " WS-DATE
               DISPLAY "Time: " WS-TIME

      *> Book the record just validated to its owning source system.
      *> Reason precedence matches 4000-WRITE-REJECT: date wins, then
      *> time, then site, then badge, so the league table ties to the
      *> reject file.
       3150-TALLY-SOURCE.
           PERFORM 3420-FIND-SOURCE-ENTRY.
           ADD 1 TO WS-SRC-RECORDS (WS-SRC-SUB).
           IF WS-DATE-IS-VALID AND WS-TIME-IS-VALID
              AND WS-SITE-IS-VALID AND WS-EMP-IS-VALID
               ADD 1 TO WS-SRC-ACCEPTED (WS-SRC-SUB)
           ELSE
               IF WS-DATE-IS-INVALID
                   MOVE WS-DATE-REASON-CODE TO WS-SRC-REASON-CODE
               ELSE IF WS-TIME-IS-INVALID
                   MOVE WS-TIME-REASON-CODE TO WS-SRC-REASON-CODE
               ELSE IF WS-SITE-IS-INVALID
                   MOVE WS-SITE-REASON-CODE TO WS-SRC-REASON-CODE
               ELSE
                   MOVE WS-EMP-REASON-CODE TO WS-SRC-REASON-CODE
               END-IF
               END-IF
               PERFORM 3160-MAP-REASON-SUB
           END-IF.

       3160-MAP-REASON-SUB.
           MOVE 8 TO WS-SRC-REASON-SUB.
           PERFORM VARYING WS-RPT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-RPT-SCAN-SUB > 7
               IF WS-SRC-REASON-CODE
                  = WS-REASON-NAME (WS-RPT-SCAN-SUB)
                   MOVE WS-RPT-SCAN-SUB TO WS-SRC-REASON-SUB
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
               PERFORM 3410-PRINT-ONE-SOURCE
           END-PERFORM.
           PERFORM 3450-PRINT-FEED-EXCEPTIONS.
           CLOSE SOURCE-REPORT-FILE.

       3410-PRINT-ONE-SOURCE.
           MOVE WS-SRC-ACCEPTED (WS-SRC-SUB) TO WS-SRCL-ACCEPTS.
           MOVE 0 TO WS-SRC-REJ-TOTAL.
           PERFORM VARYING WS-SRC-REASON-SUB FROM 1 BY 1
               UNTIL WS-SRC-REASON-SUB > 8
               MOVE WS-SRC-REJECT (WS-SRC-SUB, WS-SRC-REASON-SUB)
                   TO WS-SRCL-REJ (WS-SRC-REASON-SUB)
               ADD WS-SRC-REJECT (WS-SRC-SUB, WS-SRC-REASON-SUB)
                   MOVE 0 TO WS-SRC-RECORDS (WS-SRC-SUB)
                   MOVE 0 TO WS-SRC-ACCEPTED (WS-SRC-SUB)
                   PERFORM VARYING WS-SRC-REASON-SUB FROM 1 BY 1
                       UNTIL WS-SRC-REASON-SUB > 8
                       MOVE 0 TO WS-SRC-REJECT
                           (WS-SRC-SUB, WS-SRC-REASON-SUB)
                   END-PERFORM
       3430-RATE-ONE-SOURCE.
           MOVE 0 TO WS-SRC-REJ-TOTAL.
           PERFORM VARYING WS-SRC-REASON-SUB FROM 1 BY 1
               UNTIL WS-SRC-REASON-SUB > 8
               ADD WS-SRC-REJECT (WS-SRC-SUB, WS-SRC-REASON-SUB)
                   TO WS-SRC-REJ-TOTAL
           END-PERFORM.
      *> a checkpoint restart by 3050-READ-CHECKPOINT), so they
      *> reconcile against the upstream feed's total even when this run
      *> only picked up where a prior, aborted run left off.
      *> A scheduled source due today that has sent nothing, on this
      *> run or an earlier one today, is a missing feed once its
      *> cutoff has passed; before the cutoff it is listed as not yet
      *> due so the desk knows it is still outstanding.
       3450-PRINT-FEED-EXCEPTIONS.
           IF WS-SCHED-LOADED
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                       (WS-CURR-DATE), 7)
               IF WS-DAY-OF-WEEK = 0
                   MOVE 7 TO WS-DAY-OF-WEEK
               END-IF
               PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                   PERFORM 3455-CHECK-ONE-SCHEDULE
               END-PERFORM
           END-IF.
           MOVE SPACES TO SOURCE-REPORT-RECORD.
           WRITE SOURCE-REPORT-RECORD.
           STRING "FEED EXCEPTIONS - SEQUENCE REGISTER AND "
               "EXPECTED-FEED SCHEDULE"
               DELIMITED BY SIZE INTO SOURCE-REPORT-RECORD.
           WRITE SOURCE-REPORT-RECORD.
           MOVE SPACES TO SOURCE-REPORT-RECORD.
           WRITE SOURCE-REPORT-RECORD.
           IF WS-SQX-COUNT = 0
               MOVE "  NO FEED EXCEPTIONS" TO SOURCE-REPORT-RECORD
               WRITE SOURCE-REPORT-RECORD
           ELSE
               WRITE SOURCE-REPORT-RECORD FROM WS-SQX-HDG
               PERFORM VARYING WS-SQX-SUB FROM 1 BY 1
                   UNTIL WS-SQX-SUB > WS-SQX-COUNT
                   MOVE WS-SQX-SOURCE (WS-SQX-SUB) TO WS-SQXL-SOURCE
                   MOVE WS-SQX-TYPE (WS-SQX-SUB) TO WS-SQXL-TYPE
                   MOVE WS-SQX-SEQ (WS-SQX-SUB) TO WS-SQXL-SEQ
                   MOVE WS-SQX-BUS (WS-SQX-SUB) TO WS-SQXL-BUS
                   MOVE WS-SQX-DETAIL (WS-SQX-SUB) TO WS-SQXL-DETAIL
                   WRITE SOURCE-REPORT-RECORD FROM WS-SQX-LINE
               END-PERFORM
           END-IF.

       3455-CHECK-ONE-SCHEDULE.
           IF WS-SCHED-DAY (WS-SCHED-SUB, WS-DAY-OF-WEEK) = "Y"
               MOVE WS-SCHED-SOURCE (WS-SCHED-SUB) TO WS-SRC-CURRENT
               PERFORM 3008-FIND-REGISTER-ENTRY
               IF NOT WS-SREG-ON-RUN (WS-SREG-SUB)
                  AND WS-SREG-RUN-DATE (WS-SREG-SUB) NOT = WS-CURR-DATE
                   MOVE SPACES TO WS-SQ-DETAIL
                   IF WS-CURR-TIME (1:4) NOT < WS-SCHED-CUTOFF
                       (WS-SCHED-SUB)
                       ADD 1 TO WS-SQ-MISSING
                       MOVE "MISSING" TO WS-SQ-TYPE
                       IF WS-SREG-KNOWN (WS-SREG-SUB)
                           STRING "none today - shop cutoff "
                               WS-SCHED-CUTOFF (WS-SCHED-SUB)
                               " - last business date "
                               WS-SREG-LAST-BUS (WS-SREG-SUB)
                               DELIMITED BY SIZE INTO WS-SQ-DETAIL
                       ELSE
                           STRING "none today - shop cutoff "
                               WS-SCHED-CUTOFF (WS-SCHED-SUB)
                               " - never sent"
                               DELIMITED BY SIZE INTO WS-SQ-DETAIL
                       END-IF
                   ELSE
                       MOVE "NOT-YET-DUE" TO WS-SQ-TYPE
                       STRING "none yet today - shop cutoff "
                           WS-SCHED-CUTOFF (WS-SCHED-SUB)
                           DELIMITED BY SIZE INTO WS-SQ-DETAIL
                   END-IF
                   PERFORM 3036-NOTE-FEED-EXCEPTION
               END-IF
           END-IF.

       3900-DISPLAY-SUMMARY.
           DISPLAY "===== DATEVAL BATCH SUMMARY =====".
           DISPLAY "Records skipped (prior run): " WS-SKIP-COUNT.
           DISPLAY "Rejected - non-business day: "
               WS-COUNT-REJECT-NONBUS.
           DISPLAY "Rejected - unknown site:     " WS-COUNT-REJECT-TZ.
           DISPLAY "Rejected - unknown/term emp: " WS-COUNT-REJECT-EMP.
           DISPLAY "Duplicate keys diverted:     " WS-COUNT-DUPLICATE.
           DISPLAY "Batch sequence gaps:         " WS-SQ-GAPS.
           DISPLAY "Stale business dates:        " WS-SQ-STALE.
           DISPLAY "Unscheduled sources:         " WS-SQ-UNSCHEDULED.
           DISPLAY "Scheduled feeds missing:     " WS-SQ-MISSING.
           DISPLAY "==================================".

       4000-WRITE-REJECT.
      *> All four validations are performed before the reject branch
      *> is chosen, so a record that fails more than one check has
      *> every reason code sitting in storage -- pick the one that
      *> matches the branch the caller actually took (date wins, then
      *> time, then site, then badge, the order the callers test them
      *> in).
           IF WS-DATE-IS-INVALID
               MOVE WS-DATE-REASON-CODE TO REJ-REASON-CODE
           ELSE IF WS-TIME-IS-INVALID
               MOVE WS-TIME-REASON-CODE TO REJ-REASON-CODE
           ELSE IF WS-SITE-IS-INVALID
               MOVE WS-SITE-REASON-CODE TO REJ-REASON-CODE
           ELSE
               MOVE WS-EMP-REASON-CODE TO REJ-REASON-CODE
           END-IF.
           MOVE WS-DATE TO REJ-DATE.
           MOVE WS-TIME TO REJ-TIME.
           MOVE WS-SITE TO REJ-SITE.
           MOVE WS-CURR-DATE TO REJ-FIRST-SEEN.
           MOVE WS-EMP-ID TO REJ-EMP-ID.
           WRITE REJECT-RECORD.

      *> The record is keyed in standard shop time; the values the
      *> plant's clock actually stamped ride along for audit.
       4100-WRITE-MASTER.
           ADD 1 TO WS-COUNT-TO-MASTER.
           PERFORM 5400-NORMALIZE-TO-SHOP-TIME.
           MOVE WS-DATE TO RUNM-DATE.
           MOVE WS-TIME TO RUNM-TIME.
           MOVE WS-SITE TO RUNM-SITE.
           MOVE WS-LOCAL-DATE TO RUNM-LOCAL-DATE.
           MOVE WS-LOCAL-TIME TO RUNM-LOCAL-TIME.
           MOVE WS-EMP-ID TO RUNM-EMP-ID.
           WRITE RUN-MASTER-RECORD.

      *> End-of-run master maintenance: sort only the day's accepted
           END-IF.

       4210-MERGE-RUN-FILE.
      *> Site and badge are keys only so equal shop moments from
      *> different plants or people come out in a fixed order and
      *> same-person duplicates sit adjacent for the screen below.
           SORT MASTER-SORT-WORK
               ON ASCENDING KEY SRT-MSTR-DATE SRT-MSTR-TIME
                                SRT-MSTR-SITE SRT-MSTR-EMP-ID
               USING RUN-MASTER-FILE
               GIVING RUN-MASTER-FILE.

           MOVE LOW-VALUES TO WS-PREV-MASTER-KEY.
           MERGE MASTER-SORT-WORK
               ON ASCENDING KEY SRT-MSTR-DATE SRT-MSTR-TIME
                                SRT-MSTR-SITE SRT-MSTR-EMP-ID
               USING MASTER-FILE RUN-MASTER-FILE
               OUTPUT PROCEDURE IS 4230-MERGE-SCREEN-OUT.
           CLOSE NEW-MASTER-FILE.
      *> The merged stream arrives in key order, so equal keys are
      *> adjacent: the first record of each key goes to the next
      *> generation, any further record with the same key is diverted
      *> to DUPEXC with a DUP-KEY reason (RENORM-DUP when RENORM is
      *> rebuilding) and the run date. Catches
      *> re-keys within this run and re-sends of keys already on the
      *> master alike. The screened key includes the site code and
      *> the badge, so two plants -- or two people at one plant --
      *> legitimately booking the same shop moment are all kept; only
      *> a re-send of the same person's entry diverts.
       4260-SCREEN-ONE-KEY.
           MOVE SORT-MASTER-RECORD (1:17) TO WS-THIS-MASTER-KEY (1:17).
           MOVE SRT-MSTR-EMP-ID TO WS-THIS-MASTER-KEY (18:8).
           IF WS-THIS-MASTER-KEY = WS-PREV-MASTER-KEY
               ADD 1 TO WS-COUNT-DUPLICATE
               MOVE WS-CURR-DATE TO DUP-RUN-DATE
               MOVE WS-DUP-REASON TO DUP-REASON-CODE
               MOVE SRT-MSTR-DATE TO DUP-DATE
               MOVE SRT-MSTR-TIME TO DUP-TIME
               MOVE SRT-MSTR-SITE TO DUP-SITE
               MOVE SRT-MSTR-LOCAL-STAMP TO DUP-LOCAL-STAMP
               MOVE SRT-MSTR-EMP-ID TO DUP-EMP-ID
               WRITE DUP-EXCEPTION-RECORD
           ELSE
               MOVE SORT-MASTER-RECORD TO NEW-MASTER-RECORD
           MOVE "MASTER-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-MASTER-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE 0 TO WS-MC-COUNT.
           MOVE 0 TO WS-MC-HASH.
           MOVE SPACES TO WS-MC-LOW-KEY.
           MOVE SPACES TO WS-MC-HIGH-KEY.
           MOVE "N" TO WS-MSTR-EOF-SW.
           PERFORM UNTIL WS-MSTR-EOF
               READ NEW-MASTER-FILE
                       SET WS-MSTR-EOF TO TRUE
                   NOT AT END
                       MOVE NEW-MASTER-RECORD TO MASTER-RECORD
                       PERFORM 4272-ADD-TO-CONTROL
                       WRITE MASTER-RECORD
               END-READ
           END-PERFORM.
           CLOSE NEW-MASTER-FILE.
           CLOSE MASTER-FILE.
      *> Still inside the marker: a run that dies before MSTCTL is
      *> rewritten recopies, and so recounts, on recovery.
           PERFORM 4274-WRITE-MASTER-CONTROL.
           PERFORM 4278-CLEAR-SWAP.

       4272-ADD-TO-CONTROL.
           ADD 1 TO WS-MC-COUNT.
           ADD MASTER-KEY-DATE TO WS-MC-HASH.
           MOVE MASTER-RECORD (1:17) TO WS-MC-KEY (1:17).
           MOVE MASTER-EMP-ID TO WS-MC-KEY (18:8).
           IF WS-MC-COUNT = 1
               MOVE WS-MC-KEY TO WS-MC-LOW-KEY
           END-IF.
           MOVE WS-MC-KEY TO WS-MC-HIGH-KEY.

       4274-WRITE-MASTER-CONTROL.
           OPEN OUTPUT MASTER-CONTROL-FILE.
           MOVE "MASTER-CONTROL-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-MSTCTL-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE SPACES TO MASTER-CONTROL-RECORD.
           MOVE WS-MC-COUNT TO MCTL-REC-COUNT.
           MOVE WS-MC-HASH TO MCTL-KEY-HASH.
           MOVE WS-MC-LOW-KEY TO MCTL-LOW-KEY.
           MOVE WS-MC-HIGH-KEY TO MCTL-HIGH-KEY.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO MCTL-GEN-STAMP.
           IF WS-RUN-MODE = SPACES
               MOVE "ONLINE" TO MCTL-GEN-MODE
           ELSE
               MOVE WS-RUN-MODE TO MCTL-GEN-MODE
           END-IF.
           WRITE MASTER-CONTROL-RECORD.
           CLOSE MASTER-CONTROL-FILE.

       4275-MARK-SWAP.
           OPEN OUTPUT SWAP-FLAG-FILE.
           MOVE "SWAP-FLAG-FILE" TO WS-FILE-ERROR-NAME.
               GO TO END-PROGRAM
           END-IF.

      *> Performed by the modes that read MASTOUT and trust its key
      *> order (RECON, REPORT, EXTRACT, CORPEXT), after the swap
      *> check: MASTOUT is re-totalled and must agree with MSTCTL
      *> in count, key-date hash and first and last key, or the run
      *> is refused -- a hand-edited, restored or damaged master is
      *> the file the swap marker cannot see. A master written
      *> before control records were kept has none; it is read with
      *> a warning until the next rebuild writes one.
       4290-CHECK-MASTER-CONTROL.
           PERFORM 4292-READ-MASTER-CONTROL.
           PERFORM 4294-TALLY-MASTER-FILE.
           IF NOT WS-MC-ON-FILE
               IF WS-MC-MASTER-FOUND
                   DISPLAY "DATEVAL: no master control record - "
                       "MASTOUT read unverified"
               END-IF
           ELSE
               PERFORM 4296-COMPARE-MASTER-CONTROL
               IF WS-MC-ERROR
                   DISPLAY "DATEVAL: MASTOUT does not agree with "
                       "MSTCTL - run refused; run VERIFY"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF.

       4292-READ-MASTER-CONTROL.
           MOVE "N" TO WS-MC-ON-FILE-SW.
           OPEN INPUT MASTER-CONTROL-FILE.
           IF WS-MSTCTL-STATUS = "00"
               READ MASTER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-MC-ON-FILE TO TRUE
               END-READ
               CLOSE MASTER-CONTROL-FILE
           ELSE
               IF WS-MSTCTL-STATUS NOT = "35"
                   MOVE "MASTER-CONTROL-FILE" TO WS-FILE-ERROR-NAME
                   MOVE WS-MSTCTL-STATUS TO WS-FILE-ERROR-STATUS
                   PERFORM 9000-CHECK-FILE-STATUS
               END-IF
           END-IF.

       4294-TALLY-MASTER-FILE.
           MOVE 0 TO WS-MC-COUNT.
           MOVE 0 TO WS-MC-HASH.
           MOVE SPACES TO WS-MC-LOW-KEY.
           MOVE SPACES TO WS-MC-HIGH-KEY.
           MOVE "N" TO WS-MC-MASTER-SW.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "35"
               MOVE "MASTER-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-MASTER-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               SET WS-MC-MASTER-FOUND TO TRUE
               MOVE "N" TO WS-MSTR-EOF-SW
               PERFORM UNTIL WS-MSTR-EOF
                   READ MASTER-FILE
                       AT END
                           SET WS-MSTR-EOF TO TRUE
                       NOT AT END
                           PERFORM 4272-ADD-TO-CONTROL
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

      *> Every disagreement is displayed, not just the first.
       4296-COMPARE-MASTER-CONTROL.
           MOVE "N" TO WS-MC-ERROR-SW.
           IF MCTL-REC-COUNT IS NOT NUMERIC
              OR MCTL-REC-COUNT NOT = WS-MC-COUNT
               DISPLAY "DATEVAL: MSTCTL record count " MCTL-REC-COUNT
                   " but MASTOUT holds " WS-MC-COUNT
               SET WS-MC-ERROR TO TRUE
           END-IF.
           IF MCTL-KEY-HASH IS NOT NUMERIC
              OR MCTL-KEY-HASH NOT = WS-MC-HASH
               DISPLAY "DATEVAL: MSTCTL key-date hash " MCTL-KEY-HASH
                   " but MASTOUT totals " WS-MC-HASH
               SET WS-MC-ERROR TO TRUE
           END-IF.
           IF MCTL-LOW-KEY NOT = WS-MC-LOW-KEY
               DISPLAY "DATEVAL: MSTCTL low key " MCTL-LOW-KEY
                   " but MASTOUT starts " WS-MC-LOW-KEY
               SET WS-MC-ERROR TO TRUE
           END-IF.
           IF MCTL-HIGH-KEY NOT = WS-MC-HIGH-KEY
               DISPLAY "DATEVAL: MSTCTL high key " MCTL-HIGH-KEY
                   " but MASTOUT ends " WS-MC-HIGH-KEY
               SET WS-MC-ERROR TO TRUE
           END-IF.

       5000-VALIDATE-DATE.
           SET WS-DATE-IS-VALID TO TRUE.
           MOVE SPACES TO WS-DATE-REASON-CODE.
               MOVE "TZ-UNKNOWN" TO WS-SITE-REASON-CODE
           END-IF.

      *> Badge screen against EMPFILE. A badge not on file rejects
      *> UNKNOWN-EMP; a terminated badge rejects TERMINATED for any
      *> punch dated (plant-local) on or after its termination date,
      *> so a final shift keyed late still books. With no EMPFILE
      *> cataloged every badge passes.
       5350-VALIDATE-EMPLOYEE.
           SET WS-EMP-IS-VALID TO TRUE.
           MOVE SPACES TO WS-EMP-REASON-CODE.
           IF WS-EMPF-LOADED
               PERFORM 1460-FIND-EMPLOYEE
               IF NOT WS-EMP-FOUND
                   SET WS-EMP-IS-INVALID TO TRUE
                   MOVE "UNKNOWN-EMP" TO WS-EMP-REASON-CODE
               ELSE IF WS-EMP-TBL-STATUS (WS-EMP-SUB) = "T"
                  AND WS-DATE >= WS-EMP-TBL-TERM (WS-EMP-SUB)
                   SET WS-EMP-IS-INVALID TO TRUE
                   MOVE "TERMINATED" TO WS-EMP-REASON-CODE
               END-IF
               END-IF
           END-IF.

      *> Convert the validated local date/time in WS-DATE/WS-TIME to
      *> standard shop time, preserving the local values for the
      *> master record's audit fields. The offset is how many minutes
      *> that loads next year's holidays. Offsets are keyed signed
      *> (+MMMM or -MMMM, minutes ahead of shop time) and format-
      *> checked; window dates are checked structurally only, since
      *> windows are normally keyed a year ahead. GRACE sets a site's
      *> attendance grace minutes.
       5500-SITE-MAINT.
           MOVE SPACES TO WS-SMNT-ACTION.
           PERFORM UNTIL WS-SMNT-ACTION = "END"
               DISPLAY "Site action (ADD/DST/GRACE/GL/LIST/END): "
               ACCEPT WS-SMNT-ACTION
               IF WS-SMNT-ACTION = "ADD"
                   PERFORM 5520-ADD-SITE
               ELSE IF WS-SMNT-ACTION = "DST"
                   PERFORM 5540-ADD-DST-WINDOW
               ELSE IF WS-SMNT-ACTION = "GRACE"
                   PERFORM 5550-SET-GRACE
               ELSE IF WS-SMNT-ACTION = "GL"
                   PERFORM 5555-SET-GL-MAPPING
               ELSE IF WS-SMNT-ACTION = "LIST"
                   PERFORM 5560-LIST-SITE-FILE
               ELSE IF WS-SMNT-ACTION NOT = "END"
               DISPLAY "Added DST window for " WS-SMNT-SITE
           END-IF.

       5550-SET-GRACE.
           DISPLAY "Site code: ".
           ACCEPT WS-SMNT-SITE.
           DISPLAY "Late-start grace minutes (MMM): ".
           ACCEPT WS-SMNT-LATE-X.
           DISPLAY "Early-finish grace minutes (MMM): ".
           ACCEPT WS-SMNT-EARLY-X.
           IF WS-SMNT-SITE = SPACES
               DISPLAY "Site code missing - nothing added"
           ELSE IF WS-SMNT-LATE-X IS NOT NUMERIC
              OR WS-SMNT-EARLY-X IS NOT NUMERIC
               DISPLAY "Not valid grace minutes - nothing added"
           ELSE
               MOVE SPACES TO SITE-RECORD
               MOVE "G" TO SITE-REC-TYPE
               MOVE WS-SMNT-SITE TO SITE-GRACE-SITE
               MOVE WS-SMNT-LATE-X TO SITE-GRACE-LATE
               MOVE WS-SMNT-EARLY-X TO SITE-GRACE-EARLY
               PERFORM 5580-APPEND-SITE-RECORD
               DISPLAY "Set grace for " WS-SMNT-SITE
           END-IF.

       5555-SET-GL-MAPPING.
           DISPLAY "Site code: ".
           ACCEPT WS-SMNT-SITE.
           DISPLAY "GL company: ".
           ACCEPT WS-SMNT-COMPANY.
           DISPLAY "GL cost center: ".
           ACCEPT WS-SMNT-COST-CENTER.
           IF WS-SMNT-SITE = SPACES
               DISPLAY "Site code missing - nothing added"
           ELSE IF WS-SMNT-COMPANY = SPACES
              OR WS-SMNT-COST-CENTER = SPACES
               DISPLAY "GL company or cost center missing - "
                   "nothing added"
           ELSE
               MOVE SPACES TO SITE-RECORD
               MOVE "C" TO SITE-REC-TYPE
               MOVE WS-SMNT-SITE TO SITE-GL-SITE
               MOVE WS-SMNT-COMPANY TO SITE-GL-COMPANY
               MOVE WS-SMNT-COST-CENTER TO SITE-GL-COST-CENTER
               PERFORM 5580-APPEND-SITE-RECORD
               DISPLAY "Set GL mapping for " WS-SMNT-SITE
           END-IF.

       5560-LIST-SITE-FILE.
           OPEN INPUT SITE-FILE.
           IF WS-SITEF-STATUS = "35"
                                   " offset " SITE-DST-BODY (4:5)
                                   " " SITE-DST-START "-"
                                   SITE-DST-END
                           ELSE IF SITE-IS-GRACE
                               DISPLAY "  GRACE " SITE-GRACE-SITE
                                   " late " SITE-GRACE-LATE
                                   " early " SITE-GRACE-EARLY
                           ELSE IF SITE-IS-GL
                               DISPLAY "  GL " SITE-GL-SITE
                                   " company " SITE-GL-COMPANY
                                   " cost center "
                                   SITE-GL-COST-CENTER
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-SMNT-BAD TO TRUE
           END-IF.

      *> EMPMNT mode: lets the timekeeping clerk hire a badge onto
      *> EMPFILE, terminate one, or list what is on file -- the
      *> employee counterpart of SITEMNT. A hire must name a home site
      *> the site table knows; a termination is refused for a badge
      *> not currently active. Every action appends, so the file is
      *> the badge history and the loader keeps the last word.
       5700-EMPLOYEE-MAINT.
           PERFORM 1300-LOAD-SITE-TABLE.
           MOVE SPACES TO WS-EMNT-ACTION.
           PERFORM UNTIL WS-EMNT-ACTION = "END"
               DISPLAY "Employee action (ADD/TERM/LIST/END): "
               ACCEPT WS-EMNT-ACTION
               IF WS-EMNT-ACTION = "ADD"
                   PERFORM 5720-ADD-EMPLOYEE
               ELSE IF WS-EMNT-ACTION = "TERM"
                   PERFORM 5740-TERM-EMPLOYEE
               ELSE IF WS-EMNT-ACTION = "LIST"
                   PERFORM 5760-LIST-EMPLOYEE-FILE
               ELSE IF WS-EMNT-ACTION NOT = "END"
                   DISPLAY "Unknown action: " WS-EMNT-ACTION
               END-IF
           END-PERFORM.

       5720-ADD-EMPLOYEE.
           DISPLAY "Badge ID: ".
           ACCEPT WS-EMNT-EMP-ID.
           DISPLAY "Home site code: ".
           ACCEPT WS-EMNT-SITE.
           DISPLAY "Name: ".
           ACCEPT WS-EMNT-NAME.
      *> Reload each time so a badge added earlier in this session is
      *> seen.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           MOVE WS-EMNT-EMP-ID TO WS-EMP-ID.
           PERFORM 1460-FIND-EMPLOYEE.
           MOVE WS-EMNT-SITE TO WS-SITE.
           PERFORM 5300-VALIDATE-SITE.
           IF WS-EMNT-EMP-ID = SPACES
               DISPLAY "Badge ID missing - nothing added"
           ELSE IF WS-EMP-FOUND
              AND WS-EMP-TBL-STATUS (WS-EMP-SUB) = "A"
               DISPLAY "Badge already active - nothing added"
           ELSE IF WS-SITE-IS-INVALID
               DISPLAY "Unknown home site - nothing added"
           ELSE
               MOVE SPACES TO EMPLOYEE-RECORD
               MOVE WS-EMNT-EMP-ID TO EMPF-EMP-ID
               MOVE "A" TO EMPF-STATUS
               MOVE WS-EMNT-SITE TO EMPF-HOME-SITE
               MOVE 0 TO EMPF-TERM-DATE
               MOVE WS-EMNT-NAME TO EMPF-NAME
               PERFORM 5780-APPEND-EMPLOYEE-RECORD
               DISPLAY "Added badge " WS-EMNT-EMP-ID
           END-IF.

       5740-TERM-EMPLOYEE.
           DISPLAY "Badge ID: ".
           ACCEPT WS-EMNT-EMP-ID.
           DISPLAY "Termination date (YYYYMMDD, first day refused): ".
           ACCEPT WS-EMNT-TERM-DATE.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           MOVE WS-EMNT-EMP-ID TO WS-EMP-ID.
           PERFORM 1460-FIND-EMPLOYEE.
           MOVE WS-EMNT-TERM-DATE TO WS-CAL-NEW-DATE.
           PERFORM 7650-VALIDATE-HOLIDAY-DATE.
           IF NOT WS-EMP-FOUND
               DISPLAY "Badge not on file - nothing changed"
           ELSE IF WS-EMP-TBL-STATUS (WS-EMP-SUB) NOT = "A"
               DISPLAY "Badge not active - nothing changed"
           ELSE IF WS-CAL-DATE-BAD
               DISPLAY "Not a valid date - nothing changed"
           ELSE
               MOVE SPACES TO EMPLOYEE-RECORD
               MOVE WS-EMNT-EMP-ID TO EMPF-EMP-ID
               MOVE "T" TO EMPF-STATUS
               MOVE WS-EMP-TBL-SITE (WS-EMP-SUB) TO EMPF-HOME-SITE
               MOVE WS-EMNT-TERM-DATE TO EMPF-TERM-DATE
               MOVE WS-EMP-TBL-NAME (WS-EMP-SUB) TO EMPF-NAME
               PERFORM 5780-APPEND-EMPLOYEE-RECORD
               DISPLAY "Terminated badge " WS-EMNT-EMP-ID
           END-IF.

       5760-LIST-EMPLOYEE-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPF-STATUS = "35"
               DISPLAY "No employee file on catalog"
           ELSE
               MOVE "EMPLOYEE-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-EMPF-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EMPF-EOF-SW
               PERFORM UNTIL WS-EMPF-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EMPF-EOF TO TRUE
                       NOT AT END
                           IF EMPF-IS-TERMINATED
                               DISPLAY "Badge " EMPF-EMP-ID
                                   " site " EMPF-HOME-SITE
                                   " " EMPF-NAME
                                   " terminated " EMPF-TERM-DATE
                           ELSE
                               DISPLAY "Badge " EMPF-EMP-ID
                                   " site " EMPF-HOME-SITE
                                   " " EMPF-NAME
                                   " active"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       5780-APPEND-EMPLOYEE-RECORD.
           OPEN EXTEND EMPLOYEE-FILE.
           IF WS-EMPF-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-FILE
           END-IF.
           MOVE "EMPLOYEE-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-EMPF-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           WRITE EMPLOYEE-RECORD.
           CLOSE EMPLOYEE-FILE.

      *> ARCHIVE mode: split MASTOUT at the retention cutoff keyed on
      *> MASTER-KEY-DATE. Records older than the cutoff go to the
      *> ARCHOUT generation (with control header/trailer); the live
           IF ARCH-DATE >= WS-REST-FROM-DATE
              AND ARCH-DATE <= WS-REST-TO-DATE
               ADD 1 TO WS-REST-SELECTED
               ADD 1 TO WS-COUNT-TO-MASTER
               MOVE ARCH-DATE TO RUNM-DATE
               MOVE ARCH-TIME TO RUNM-TIME
               MOVE ARCH-SITE TO RUNM-SITE
               MOVE ARCH-LOCAL-STAMP (1:8) TO RUNM-LOCAL-DATE
               MOVE ARCH-LOCAL-STAMP (9:6) TO RUNM-LOCAL-TIME
               MOVE ARCH-EMP-ID TO RUNM-EMP-ID
               WRITE RUN-MASTER-RECORD
           END-IF.

      *> keying, but like REPORT it refuses to read mid-swap.
       8300-EXTRACT-ENTRY.
           PERFORM 4285-REQUIRE-MASTER-STABLE.
           PERFORM 4290-CHECK-MASTER-CONTROL.
           PERFORM 8310-GET-EXTRACT-WINDOW.

           OPEN INPUT MASTER-FILE.
      *> token, but refuses to read mid-swap.
       8400-CORP-EXTRACT.
           PERFORM 4285-REQUIRE-MASTER-STABLE.
           PERFORM 4290-CHECK-MASTER-CONTROL.
           IF WS-PARM-LOADED
               MOVE WS-PARM-CORP-MONTH TO WS-CORP-MONTH-PARM
           ELSE
                   MOVE MASTER-SITE TO CORP-DTL-SITE
                   MOVE MASTER-LOCAL-DATE TO CORP-DTL-LOCAL-DATE
                   MOVE MASTER-LOCAL-TIME TO CORP-DTL-LOCAL-TIME
                   MOVE MASTER-EMP-ID TO CORP-DTL-EMP-ID
                   WRITE CORP-DETAIL-RECORD
               END-IF
           END-IF.
      *> the operators are keying.
       8500-REPORT-ENTRY.
           PERFORM 4285-REQUIRE-MASTER-STABLE.
           PERFORM 4290-CHECK-MASTER-CONTROL.
           PERFORM 8505-GET-REPORT-PERIOD.
           MOVE ZEROS TO WS-HOUR-TABLE.
           MOVE ZEROS TO WS-RPT-DAY-TABLE.
       8525-TALLY-ONE-REJECT.
           IF REJ-DATE >= WS-RPT-FROM-DATE
              AND REJ-DATE <= WS-RPT-TO-DATE
               MOVE 8 TO WS-RPT-REASON-SUB
               PERFORM VARYING WS-RPT-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SCAN-SUB > 7
                   IF REJ-REASON-CODE
                      = WS-REASON-NAME (WS-RPT-SCAN-SUB)
                       MOVE WS-RPT-SCAN-SUB TO WS-RPT-REASON-SUB
               TO WS-DL-ACCEPTED.
           MOVE 0 TO WS-RPT-DAY-REJ-TOTAL.
           PERFORM VARYING WS-RPT-REASON-SUB FROM 1 BY 1
               UNTIL WS-RPT-REASON-SUB > 8
               MOVE WS-RPT-DAY-REJECT
                   (WS-RPT-DAY-SUB, WS-RPT-REASON-SUB)
                   TO WS-DL-REJ (WS-RPT-REASON-SUB)
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           PERFORM VARYING WS-RPT-REASON-SUB FROM 1 BY 1
               UNTIL WS-RPT-REASON-SUB > 8
               MOVE SPACES TO WS-TL-LABEL
               STRING "REJECTED - "
                   WS-REASON-NAME (WS-RPT-REASON-SUB)
           WRITE REPORT-PRINT-RECORD FROM WS-RPT-PRINT-LINE.
           ADD 1 TO WS-RPT-LINES.

      *> RENORM mode: re-key MASTOUT after the clerk corrects a
      *> site's offset or DST window through SITEMNT. For the one
      *> site and plant-local date range asked for, each record's
      *> shop-time key is worked out again from its preserved local
      *> stamp under the site table as it stands now, through the
      *> same 5400 every entry path uses. The whole master is sorted
      *> back into key order on the way to MSTNEW, through the same
      *> duplicate screen as a merge -- a re-key that lands on a key
      *> already held diverts to DUPEXC as RENORM-DUP -- and copied
      *> over MASTOUT under the swap marker. Every record whose key
      *> moved is listed on RPTOUT before and after.
       8600-RENORM-ENTRY.
           PERFORM 9200-ACQUIRE-RUN-TOKEN.
           PERFORM 8605-GET-RENORM-PARMS.
           PERFORM 1300-LOAD-SITE-TABLE.
           MOVE WS-RN-SITE-PARM TO WS-SITE.
           PERFORM 5300-VALIDATE-SITE.
           IF WS-SITE-IS-INVALID
               DISPLAY "DATEVAL: site " WS-RN-SITE-PARM
                   " is not on the site table - nothing re-keyed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

           PERFORM 4280-RECOVER-MASTER-SWAP.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "DATEVAL: no master file - nothing to re-key"
               GO TO END-PROGRAM
           END-IF.
           MOVE "MASTER-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-MASTER-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           OPEN OUTPUT NEW-MASTER-FILE.
           MOVE "NEW-MASTER-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-NEWMST-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           OPEN EXTEND DUP-EXCEPTION-FILE.
           IF WS-DUPEXC-STATUS = "35"
               OPEN OUTPUT DUP-EXCEPTION-FILE
           END-IF.
           MOVE "DUP-EXCEPTION" TO WS-FILE-ERROR-NAME.
           MOVE WS-DUPEXC-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           OPEN OUTPUT REPORT-FILE.
           MOVE "REPORT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-RPT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "DATEVAL MASTER RE-KEY LISTING" TO WS-H1-TITLE.
           MOVE "  RECORDS WHOSE SHOP-TIME KEY MOVED"
               TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE WS-RN-HDG TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

           MOVE WS-COUNT-DUPLICATE TO WS-RN-DUP-BEFORE.
           MOVE "RENORM-DUP" TO WS-DUP-REASON.
           MOVE LOW-VALUES TO WS-PREV-MASTER-KEY.
           SORT MASTER-SORT-WORK
               ON ASCENDING KEY SRT-MSTR-DATE SRT-MSTR-TIME
                                SRT-MSTR-SITE SRT-MSTR-EMP-ID
               INPUT PROCEDURE IS 8610-RENORM-INPUT
               OUTPUT PROCEDURE IS 4230-MERGE-SCREEN-OUT.
           CLOSE NEW-MASTER-FILE.
           CLOSE DUP-EXCEPTION-FILE.
           COMPUTE WS-RN-DIVERTED =
               WS-COUNT-DUPLICATE - WS-RN-DUP-BEFORE.
           COMPUTE WS-RN-KEPT = WS-RN-READ - WS-RN-DIVERTED.

           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "MASTER RECORDS READ" TO WS-TL-LABEL.
           MOVE WS-RN-READ TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "IN SITE AND DATE RANGE" TO WS-TL-LABEL.
           MOVE WS-RN-IN-SCOPE TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "KEYS MOVED" TO WS-TL-LABEL.
           MOVE WS-RN-MOVED TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "DIVERTED TO DUPEXC" TO WS-TL-LABEL.
           MOVE WS-RN-DIVERTED TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           PERFORM 4270-COPY-NEW-MASTER.
           PERFORM 8690-DISPLAY-RENORM-SUMMARY.

      *> Site and both dates are required: this rewrites the master,
      *> and there is no safe default for which records to re-key.
       8605-GET-RENORM-PARMS.
           IF WS-PARM-LOADED
               MOVE WS-PARM-RENORM-SITE TO WS-RN-SITE-PARM
               MOVE WS-PARM-RENORM-FROM TO WS-RN-FROM-PARM
               MOVE WS-PARM-RENORM-TO TO WS-RN-TO-PARM
           ELSE
               ACCEPT WS-RN-SITE-PARM
                   FROM ENVIRONMENT "DATEVAL-RENORM-SITE"
               ACCEPT WS-RN-FROM-PARM
                   FROM ENVIRONMENT "DATEVAL-RENORM-FROM"
               ACCEPT WS-RN-TO-PARM
                   FROM ENVIRONMENT "DATEVAL-RENORM-TO"
           END-IF.
           IF WS-RN-SITE-PARM = SPACES
               DISPLAY "DATEVAL: DATEVAL-RENORM-SITE missing - "
                   "nothing re-keyed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           IF WS-RN-FROM-PARM IS NOT NUMERIC
              OR WS-RN-FROM-PARM = ZEROS
              OR WS-RN-TO-PARM IS NOT NUMERIC
              OR WS-RN-TO-PARM = ZEROS
               DISPLAY "DATEVAL: DATEVAL-RENORM-FROM/-TO missing or "
                   "not dates - nothing re-keyed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           MOVE WS-RN-FROM-PARM TO WS-RN-FROM-DATE.
           MOVE WS-RN-TO-PARM TO WS-RN-TO-DATE.

      *> Sort input: every master record goes to the sort; the ones
      *> in scope go with their key worked out again. A record with
      *> no usable local stamp keeps the key it has.
       8610-RENORM-INPUT.
           MOVE 0 TO WS-RN-READ.
           MOVE "N" TO WS-MSTR-EOF-SW.
           PERFORM UNTIL WS-MSTR-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MSTR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RN-READ
                       PERFORM 8615-RENORM-ONE-MASTER
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       8615-RENORM-ONE-MASTER.
           MOVE MASTER-RECORD TO SORT-MASTER-RECORD.
           IF MASTER-SITE = WS-RN-SITE-PARM
               IF MASTER-LOCAL-DATE IS NOT NUMERIC
                  OR MASTER-LOCAL-TIME IS NOT NUMERIC
                   ADD 1 TO WS-RN-NO-STAMP
               ELSE IF MASTER-LOCAL-DATE >= WS-RN-FROM-DATE
                  AND MASTER-LOCAL-DATE <= WS-RN-TO-DATE
                   ADD 1 TO WS-RN-IN-SCOPE
                   MOVE MASTER-LOCAL-DATE TO WS-DATE
                   MOVE MASTER-LOCAL-TIME TO WS-TIME
                   PERFORM 5400-NORMALIZE-TO-SHOP-TIME
                   IF WS-DATE NOT = MASTER-KEY-DATE
                      OR WS-TIME NOT = MASTER-KEY-TIME
                       MOVE WS-DATE TO SRT-MSTR-DATE
                       MOVE WS-TIME TO SRT-MSTR-TIME
                       PERFORM 8620-PRINT-RENORM-LINE
                   END-IF
               END-IF
               END-IF
           END-IF.
           RELEASE SORT-MASTER-RECORD.

       8620-PRINT-RENORM-LINE.
           ADD 1 TO WS-RN-MOVED.
           MOVE MASTER-EMP-ID TO WS-RNL-EMP.
           MOVE MASTER-SITE TO WS-RNL-SITE.
           MOVE MASTER-LOCAL-DATE TO WS-RNL-LOCAL-DATE.
           MOVE MASTER-LOCAL-TIME TO WS-RNL-LOCAL-TIME.
           MOVE MASTER-KEY-DATE TO WS-RNL-OLD-DATE.
           MOVE MASTER-KEY-TIME TO WS-RNL-OLD-TIME.
           MOVE WS-DATE TO WS-RNL-NEW-DATE.
           MOVE WS-TIME TO WS-RNL-NEW-TIME.
           MOVE WS-RN-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

       8690-DISPLAY-RENORM-SUMMARY.
           DISPLAY "===== DATEVAL RENORM SUMMARY =====".
           DISPLAY "Site re-keyed:               " WS-RN-SITE-PARM.
           DISPLAY "Local dates:                 " WS-RN-FROM-DATE
               " - " WS-RN-TO-DATE.
           DISPLAY "Master records read:         " WS-RN-READ.
           DISPLAY "In site and date range:      " WS-RN-IN-SCOPE.
           DISPLAY "Keys moved:                  " WS-RN-MOVED.
           DISPLAY "No local stamp - left as is: " WS-RN-NO-STAMP.
           DISPLAY "Diverted to DUPEXC:          " WS-RN-DIVERTED.
           DISPLAY "Kept on master:              " WS-RN-KEPT.
           DISPLAY "==================================".

      *> PAYSUM mode: total PAYOUT for a pay period per employee per
      *> day and per week, split regular from overtime at the shop
      *> thresholds, and hand the pay system a loadable summary file
      *> plus a printed report -- so the overtime split happens here,
      *> auditable, instead of in the clerk's spreadsheet. The grand
      *> total minutes line reconciles against the SHIFT runs'
      *> worked-minutes totals for the same period. Read-only over
      *> PAYOUT: no run token needed.
       8700-PAYSUM-ENTRY.
           PERFORM 8705-GET-PAYSUM-PERIOD.
           PERFORM 8710-LOAD-PAYOUT.
           PERFORM 8720-SPLIT-DAILY-OT.
           PERFORM 8730-APPLY-WEEKLY-OT.
           PERFORM 8750-WRITE-PAYSUM-OUTPUT.
           PERFORM 8790-DISPLAY-PAYSUM-SUMMARY.

       8705-GET-PAYSUM-PERIOD.
           IF WS-PARM-LOADED
               MOVE WS-PARM-PAYSUM-FROM TO WS-PS-FROM-PARM
               MOVE WS-PARM-PAYSUM-TO TO WS-PS-TO-PARM
           ELSE
               ACCEPT WS-PS-FROM-PARM
                   FROM ENVIRONMENT "DATEVAL-PAYSUM-FROM"
               ACCEPT WS-PS-TO-PARM
                   FROM ENVIRONMENT "DATEVAL-PAYSUM-TO"
           END-IF.
           IF WS-PS-FROM-PARM IS NOT NUMERIC
              OR WS-PS-FROM-PARM = ZEROS
              OR WS-PS-TO-PARM IS NOT NUMERIC
              OR WS-PS-TO-PARM = ZEROS
               DISPLAY "DATEVAL: DATEVAL-PAYSUM-FROM/-TO missing or "
                   "not dates - nothing summarized"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           MOVE WS-PS-FROM-PARM TO WS-PS-FROM-DATE.
           MOVE WS-PS-TO-PARM TO WS-PS-TO-DATE.

       8710-LOAD-PAYOUT.
           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS = "35"
               DISPLAY "DATEVAL: no payroll file - "
                   "nothing to summarize"
               GO TO END-PROGRAM
           END-IF.
           MOVE "PAYROLL-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-PAYROLL-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ PAYROLL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 8715-TALLY-ONE-PAYOUT
               END-IF
               ADD PAY-WORKED-MINUTES
                   TO WS-PS-DAY-MINUTES (WS-PS-DAY-SUB)
               IF PAY-SITE NOT = SPACES
                   PERFORM 8717-TALLY-PAYOUT-SITE
               END-IF
           END-IF.

      *> Find-or-add on the employee/site table. A PAYOUT written
      *> before the site was carried has none and is left out.
       8717-TALLY-PAYOUT-SITE.
           MOVE "N" TO WS-PS-FOUND-SW.
           PERFORM VARYING WS-PS-SITE-SUB FROM 1 BY 1
               UNTIL WS-PS-SITE-SUB > WS-PS-SITE-COUNT
                  OR WS-PS-FOUND
               IF WS-PS-SITE-EMP (WS-PS-SITE-SUB) = PAY-EMP-ID
                  AND WS-PS-SITE-CODE (WS-PS-SITE-SUB) = PAY-SITE
                   SET WS-PS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PS-FOUND
               SUBTRACT 1 FROM WS-PS-SITE-SUB
           ELSE
               IF WS-PS-SITE-COUNT < 1500
                   ADD 1 TO WS-PS-SITE-COUNT
                   MOVE WS-PS-SITE-COUNT TO WS-PS-SITE-SUB
                   MOVE PAY-EMP-ID TO WS-PS-SITE-EMP (WS-PS-SITE-SUB)
                   MOVE PAY-SITE TO WS-PS-SITE-CODE (WS-PS-SITE-SUB)
                   MOVE 0 TO WS-PS-SITE-MINUTES (WS-PS-SITE-SUB)
               ELSE
                   DISPLAY "DATEVAL: more than 1500 employee-sites "
                       "in pay period - narrow it with "
                       "DATEVAL-PAYSUM-FROM/DATEVAL-PAYSUM-TO"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF.
           ADD PAY-WORKED-MINUTES
               TO WS-PS-SITE-MINUTES (WS-PS-SITE-SUB).

      *> First split: anything past the daily threshold is overtime
      *> on the spot. Regular minutes roll up per employee and per
           COMPUTE PSUM-TOTAL-MINUTES =
               WS-PS-EMP-REG (WS-PS-EMP-SUB)
               + WS-PS-EMP-OT (WS-PS-EMP-SUB).
      *> The first site to reach the most minutes wins a tie.
           MOVE 0 TO WS-PS-SITE-BEST.
           PERFORM VARYING WS-PS-SITE-SUB FROM 1 BY 1
               UNTIL WS-PS-SITE-SUB > WS-PS-SITE-COUNT
               IF WS-PS-SITE-EMP (WS-PS-SITE-SUB)
                  = WS-PS-EMP-ID (WS-PS-EMP-SUB)
                  AND WS-PS-SITE-MINUTES (WS-PS-SITE-SUB)
                      > WS-PS-SITE-BEST
                   MOVE WS-PS-SITE-MINUTES (WS-PS-SITE-SUB)
                       TO WS-PS-SITE-BEST
                   MOVE WS-PS-SITE-CODE (WS-PS-SITE-SUB) TO PSUM-SITE
               END-IF
           END-PERFORM.
           WRITE PAYSUM-RECORD.
           ADD WS-PS-EMP-REG (WS-PS-EMP-SUB) TO WS-PS-TOTAL-REG.
           ADD WS-PS-EMP-OT (WS-PS-EMP-SUB) TO WS-PS-TOTAL-OT.
           COMPUTE WS-AR-WORK-REJECTS =
               AUD-COUNT-REJECT-DATE + AUD-COUNT-REJECT-TIME
               + AUD-COUNT-REJECT-NONBUS + AUD-COUNT-REJECT-TZ.
           IF AUD-COUNT-REJECT-EMP IS NUMERIC
               ADD AUD-COUNT-REJECT-EMP TO WS-AR-WORK-REJECTS
           END-IF.
           MOVE "N" TO WS-PS-FOUND-SW.
           PERFORM VARYING WS-AR-DAY-SUB FROM 1 BY 1
               UNTIL WS-AR-DAY-SUB > WS-AR-DAY-TAB-COUNT
           END-IF.
           DISPLAY "===================================".

      *> GLDIST mode: the labor-cost distribution to the general
      *> ledger. Every PAYOUT shift dated in the range asked for is
      *> put in its pay period off the CALFILE pay calendar (cut to
      *> the range, so a month-end accrual takes the part periods
      *> either side), split regular from overtime per employee and
      *> period exactly as PAYSUM splits it, and charged to the GL
      *> company and cost center SITEFILE maps the worked site to. A
      *> PAYOUT written before the site was carried is charged to
      *> the employee's home site off EMPFILE. The journal goes to
      *> GLOUT balanced -- every company's cost-center debits offset
      *> by its credit to payroll clearing -- with the listing on
      *> RPTOUT. Read-only over PAYOUT, like PAYSUM: no run token.
       8920-GLDIST-ENTRY.
           PERFORM 8925-GET-GLDIST-PERIOD.
           PERFORM 1200-LOAD-CALENDAR.
           IF NOT WS-PAY-CAL-SET
               DISPLAY "DATEVAL: no pay calendar on CALFILE - "
                   "nothing distributed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           COMPUTE WS-GL-ANCHOR-INT =
               FUNCTION INTEGER-OF-DATE (WS-PAY-ANCHOR-DATE).

           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS = "35"
               DISPLAY "DATEVAL: no payroll file - "
                   "nothing to distribute"
               GO TO END-PROGRAM
           END-IF.
           MOVE "PAYROLL-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-PAYROLL-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           SORT GL-SORT-WORK
               ON ASCENDING KEY SRT-GL-EMP-ID SRT-GL-PERIOD-FROM
                                SRT-GL-WEEK SRT-GL-DATE SRT-GL-SITE
               INPUT PROCEDURE IS 8930-GLDIST-INPUT
               OUTPUT PROCEDURE IS 8940-GLDIST-OUTPUT.

           IF WS-GLU-COUNT > 0
               PERFORM VARYING WS-GLU-SUB FROM 1 BY 1
                   UNTIL WS-GLU-SUB > WS-GLU-COUNT
                   IF WS-GLU-SITE (WS-GLU-SUB) = SPACES
                       DISPLAY "DATEVAL: " WS-GLU-MINUTES (WS-GLU-SUB)
                           " minutes with no worked or home site"
                   ELSE
                       DISPLAY "DATEVAL: site " WS-GLU-SITE (WS-GLU-SUB)
                           " has no GL mapping on SITEFILE - "
                           WS-GLU-MINUTES (WS-GLU-SUB) " minutes"
                   END-IF
               END-PERFORM
               DISPLAY "DATEVAL: journal abandoned - nothing written"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

           MOVE "Y" TO WS-GLJ-SWAPPED-SW.
           PERFORM UNTIL NOT WS-GLJ-SWAPPED
               MOVE "N" TO WS-GLJ-SWAPPED-SW
               PERFORM 8955-SORT-JOURNAL-PASS
           END-PERFORM.
           PERFORM 8960-WRITE-GL-JOURNAL.
           PERFORM 8990-DISPLAY-GLDIST-SUMMARY.

       8925-GET-GLDIST-PERIOD.
           IF WS-PARM-LOADED
               MOVE WS-PARM-GLDIST-FROM TO WS-GL-FROM-PARM
               MOVE WS-PARM-GLDIST-TO TO WS-GL-TO-PARM
           ELSE
               ACCEPT WS-GL-FROM-PARM
                   FROM ENVIRONMENT "DATEVAL-GLDIST-FROM"
               ACCEPT WS-GL-TO-PARM
                   FROM ENVIRONMENT "DATEVAL-GLDIST-TO"
           END-IF.
           IF WS-GL-FROM-PARM IS NOT NUMERIC
              OR WS-GL-FROM-PARM = ZEROS
              OR WS-GL-TO-PARM IS NOT NUMERIC
              OR WS-GL-TO-PARM = ZEROS
               DISPLAY "DATEVAL: DATEVAL-GLDIST-FROM/-TO missing or "
                   "not dates - nothing distributed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           MOVE WS-GL-FROM-PARM TO WS-GL-FROM-DATE.
           MOVE WS-GL-TO-PARM TO WS-GL-TO-DATE.

       8930-GLDIST-INPUT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ PAYROLL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GL-READ
                       IF PAY-SHIFT-DATE >= WS-GL-FROM-DATE
                          AND PAY-SHIFT-DATE <= WS-GL-TO-DATE
                           PERFORM 8935-RELEASE-ONE-PAYOUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYROLL-FILE.

      *> The pay period is the one the calendar puts the shift date
      *> in, counted either way from the anchor, then cut to the
      *> range. Weeks are numbered as 8715 numbers them.
       8935-RELEASE-ONE-PAYOUT.
           ADD 1 TO WS-GL-SELECTED.
           ADD PAY-WORKED-MINUTES TO WS-GL-TOTAL-MINUTES.
           MOVE PAY-EMP-ID TO SRT-GL-EMP-ID.
           MOVE PAY-SHIFT-DATE TO SRT-GL-DATE.
           MOVE PAY-WORKED-MINUTES TO SRT-GL-MINUTES.
           COMPUTE WS-GL-OFFSET =
               FUNCTION INTEGER-OF-DATE (PAY-SHIFT-DATE)
               - WS-GL-ANCHOR-INT.
           COMPUTE WS-GL-PERIOD-NUM =
               FUNCTION INTEGER (WS-GL-OFFSET / WS-PAY-PERIOD-DAYS).
           COMPUTE WS-GL-START-INT = WS-GL-ANCHOR-INT
               + (WS-GL-PERIOD-NUM * WS-PAY-PERIOD-DAYS).
           COMPUTE SRT-GL-PERIOD-FROM =
               FUNCTION DATE-OF-INTEGER (WS-GL-START-INT).
           COMPUTE SRT-GL-PERIOD-TO =
               FUNCTION DATE-OF-INTEGER
                   (WS-GL-START-INT + WS-PAY-PERIOD-DAYS - 1).
           IF SRT-GL-PERIOD-FROM < WS-GL-FROM-DATE
               MOVE WS-GL-FROM-DATE TO SRT-GL-PERIOD-FROM
           END-IF.
           IF SRT-GL-PERIOD-TO > WS-GL-TO-DATE
               MOVE WS-GL-TO-DATE TO SRT-GL-PERIOD-TO
           END-IF.
           COMPUTE SRT-GL-WEEK =
               (FUNCTION INTEGER-OF-DATE (PAY-SHIFT-DATE) + 6) / 7.
           IF PAY-SITE = SPACES
               MOVE PAY-EMP-ID TO WS-EMP-ID
               PERFORM 1460-FIND-EMPLOYEE
               IF WS-EMP-FOUND
                   MOVE WS-EMP-TBL-SITE (WS-EMP-SUB) TO SRT-GL-SITE
                   ADD 1 TO WS-GL-HOME-SITED
               ELSE
                   MOVE SPACES TO SRT-GL-SITE
               END-IF
           ELSE
               MOVE PAY-SITE TO SRT-GL-SITE
           END-IF.
           RELEASE SORT-GL-RECORD.

      *> Control break on employee, period and week: each week is
      *> held a row per day and site until the next one starts.
       8940-GLDIST-OUTPUT.
           MOVE 0 TO WS-GLB-COUNT.
           MOVE "N" TO WS-GL-EOF-SW.
           PERFORM UNTIL WS-GL-EOF
               RETURN GL-SORT-WORK
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       PERFORM 8941-TAKE-ONE-SORTED
               END-RETURN
           END-PERFORM.
           IF WS-GLB-COUNT > 0
               PERFORM 8942-FLUSH-GL-WEEK
           END-IF.

       8941-TAKE-ONE-SORTED.
           IF WS-GLB-COUNT > 0
              AND (SRT-GL-EMP-ID NOT = WS-GL-HELD-EMP
                   OR SRT-GL-PERIOD-FROM NOT = WS-GL-HELD-FROM
                   OR SRT-GL-WEEK NOT = WS-GL-HELD-WEEK)
               PERFORM 8942-FLUSH-GL-WEEK
           END-IF.
           MOVE SRT-GL-EMP-ID TO WS-GL-HELD-EMP.
           MOVE SRT-GL-PERIOD-FROM TO WS-GL-HELD-FROM.
           MOVE SRT-GL-PERIOD-TO TO WS-GL-HELD-TO.
           MOVE SRT-GL-WEEK TO WS-GL-HELD-WEEK.
           IF WS-GLB-COUNT > 0
              AND WS-GLB-DATE (WS-GLB-COUNT) = SRT-GL-DATE
              AND WS-GLB-SITE (WS-GLB-COUNT) = SRT-GL-SITE
               ADD SRT-GL-MINUTES TO WS-GLB-MINUTES (WS-GLB-COUNT)
           ELSE
               IF WS-GLB-COUNT = 100
                   DISPLAY "DATEVAL: more than 100 day/site rows in "
                       "one week for " SRT-GL-EMP-ID
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
               ADD 1 TO WS-GLB-COUNT
               MOVE SRT-GL-DATE TO WS-GLB-DATE (WS-GLB-COUNT)
               MOVE SRT-GL-SITE TO WS-GLB-SITE (WS-GLB-COUNT)
               MOVE SRT-GL-MINUTES TO WS-GLB-MINUTES (WS-GLB-COUNT)
               MOVE 0 TO WS-GLB-REG (WS-GLB-COUNT)
               MOVE 0 TO WS-GLB-OT (WS-GLB-COUNT)
           END-IF.

      *> The employee-week's overtime is the same as PAYSUM's: past
      *> the daily threshold first, then regular past the weekly
      *> one. Where a day or week ran over more than one site the
      *> overtime is shared out in proportion to each site's
      *> minutes, any odd minutes going to the site with the most,
      *> so the rows still add to the employee's PAYSUM figures.
       8942-FLUSH-GL-WEEK.
           MOVE 1 TO WS-GLB-FIRST.
           PERFORM UNTIL WS-GLB-FIRST > WS-GLB-COUNT
               PERFORM 8944-SPLIT-GL-DAY
           END-PERFORM.
           PERFORM 8946-SPLIT-GL-WEEK.
           PERFORM VARYING WS-GLB-SUB FROM 1 BY 1
               UNTIL WS-GLB-SUB > WS-GLB-COUNT
               PERFORM 8948-POST-GL-ROW
           END-PERFORM.
           MOVE 0 TO WS-GLB-COUNT.

       8944-SPLIT-GL-DAY.
           MOVE WS-GLB-FIRST TO WS-GLB-LAST.
           PERFORM UNTIL WS-GLB-LAST = WS-GLB-COUNT
                      OR WS-GLB-DATE (WS-GLB-LAST + 1)
                         NOT = WS-GLB-DATE (WS-GLB-FIRST)
               ADD 1 TO WS-GLB-LAST
           END-PERFORM.
           MOVE 0 TO WS-GL-GROUP-TOTAL.
           MOVE WS-GLB-FIRST TO WS-GLB-BIG.
           PERFORM VARYING WS-GLB-SUB FROM WS-GLB-FIRST BY 1
               UNTIL WS-GLB-SUB > WS-GLB-LAST
               ADD WS-GLB-MINUTES (WS-GLB-SUB) TO WS-GL-GROUP-TOTAL
               MOVE WS-GLB-MINUTES (WS-GLB-SUB)
                   TO WS-GLB-REG (WS-GLB-SUB)
               IF WS-GLB-MINUTES (WS-GLB-SUB)
                  > WS-GLB-MINUTES (WS-GLB-BIG)
                   MOVE WS-GLB-SUB TO WS-GLB-BIG
               END-IF
           END-PERFORM.
           IF WS-GL-GROUP-TOTAL > WS-PAY-DAILY-LIMIT
               COMPUTE WS-GL-SPLIT =
                   WS-GL-GROUP-TOTAL - WS-PAY-DAILY-LIMIT
               MOVE 0 TO WS-GL-SHARED
               PERFORM VARYING WS-GLB-SUB FROM WS-GLB-FIRST BY 1
                   UNTIL WS-GLB-SUB > WS-GLB-LAST
                   COMPUTE WS-GL-SHARE =
                       WS-GL-SPLIT * WS-GLB-MINUTES (WS-GLB-SUB)
                       / WS-GL-GROUP-TOTAL
                   ADD WS-GL-SHARE TO WS-GLB-OT (WS-GLB-SUB)
                   SUBTRACT WS-GL-SHARE FROM WS-GLB-REG (WS-GLB-SUB)
                   ADD WS-GL-SHARE TO WS-GL-SHARED
               END-PERFORM
               COMPUTE WS-GL-SHARE = WS-GL-SPLIT - WS-GL-SHARED
               ADD WS-GL-SHARE TO WS-GLB-OT (WS-GLB-BIG)
               SUBTRACT WS-GL-SHARE FROM WS-GLB-REG (WS-GLB-BIG)
           END-IF.
           COMPUTE WS-GLB-FIRST = WS-GLB-LAST + 1.

       8946-SPLIT-GL-WEEK.
           MOVE 0 TO WS-GL-GROUP-TOTAL.
           MOVE 1 TO WS-GLB-BIG.
           PERFORM VARYING WS-GLB-SUB FROM 1 BY 1
               UNTIL WS-GLB-SUB > WS-GLB-COUNT
               ADD WS-GLB-REG (WS-GLB-SUB) TO WS-GL-GROUP-TOTAL
               IF WS-GLB-REG (WS-GLB-SUB) > WS-GLB-REG (WS-GLB-BIG)
                   MOVE WS-GLB-SUB TO WS-GLB-BIG
               END-IF
           END-PERFORM.
           IF WS-GL-GROUP-TOTAL > WS-PAY-WEEKLY-LIMIT
               COMPUTE WS-GL-SPLIT =
                   WS-GL-GROUP-TOTAL - WS-PAY-WEEKLY-LIMIT
               MOVE 0 TO WS-GL-SHARED
               PERFORM VARYING WS-GLB-SUB FROM 1 BY 1
                   UNTIL WS-GLB-SUB > WS-GLB-COUNT
                   COMPUTE WS-GL-SHARE =
                       WS-GL-SPLIT * WS-GLB-REG (WS-GLB-SUB)
                       / WS-GL-GROUP-TOTAL
                   ADD WS-GL-SHARE TO WS-GLB-OT (WS-GLB-SUB)
                   SUBTRACT WS-GL-SHARE FROM WS-GLB-REG (WS-GLB-SUB)
                   ADD WS-GL-SHARE TO WS-GL-SHARED
               END-PERFORM
               COMPUTE WS-GL-SHARE = WS-GL-SPLIT - WS-GL-SHARED
               ADD WS-GL-SHARE TO WS-GLB-OT (WS-GLB-BIG)
               SUBTRACT WS-GL-SHARE FROM WS-GLB-REG (WS-GLB-BIG)
           END-IF.

      *> Find-or-add on the journal table by period, company and
      *> cost center; an unmapped site is only tallied for the
      *> refusal.
       8948-POST-GL-ROW.
           ADD WS-GLB-REG (WS-GLB-SUB) TO WS-GL-TOTAL-REG.
           ADD WS-GLB-OT (WS-GLB-SUB) TO WS-GL-TOTAL-OT.
           MOVE WS-GLB-SITE (WS-GLB-SUB) TO WS-GL-SITE.
           PERFORM 8950-FIND-GL-MAPPING.
           IF NOT WS-GLM-FOUND
               PERFORM 8952-NOTE-UNMAPPED-SITE
           ELSE
               MOVE "N" TO WS-GLJ-FOUND-SW
               PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
                   UNTIL WS-GLJ-SUB > WS-GLJ-COUNT
                      OR WS-GLJ-FOUND
                   IF WS-GLJ-FROM (WS-GLJ-SUB) = WS-GL-HELD-FROM
                      AND WS-GLJ-COMPANY (WS-GLJ-SUB)
                          = WS-GLM-COMPANY (WS-GLM-SUB)
                      AND WS-GLJ-COST-CENTER (WS-GLJ-SUB)
                          = WS-GLM-COST-CENTER (WS-GLM-SUB)
                       SET WS-GLJ-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-GLJ-FOUND
                   SUBTRACT 1 FROM WS-GLJ-SUB
               ELSE
                   IF WS-GLJ-COUNT < 500
                       ADD 1 TO WS-GLJ-COUNT
                       MOVE WS-GLJ-COUNT TO WS-GLJ-SUB
                       MOVE WS-GL-HELD-FROM TO WS-GLJ-FROM (WS-GLJ-SUB)
                       MOVE WS-GL-HELD-TO TO WS-GLJ-TO (WS-GLJ-SUB)
                       MOVE WS-GLM-COMPANY (WS-GLM-SUB)
                           TO WS-GLJ-COMPANY (WS-GLJ-SUB)
                       MOVE WS-GLM-COST-CENTER (WS-GLM-SUB)
                           TO WS-GLJ-COST-CENTER (WS-GLJ-SUB)
                       MOVE 0 TO WS-GLJ-REG (WS-GLJ-SUB)
                       MOVE 0 TO WS-GLJ-OT (WS-GLJ-SUB)
                   ELSE
                       DISPLAY "DATEVAL: more than 500 period/cost "
                           "center lines - narrow it with "
                           "DATEVAL-GLDIST-FROM/DATEVAL-GLDIST-TO"
                       MOVE 16 TO RETURN-CODE
                       GO TO END-PROGRAM
                   END-IF
               END-IF
               ADD WS-GLB-REG (WS-GLB-SUB) TO WS-GLJ-REG (WS-GLJ-SUB)
               ADD WS-GLB-OT (WS-GLB-SUB) TO WS-GLJ-OT (WS-GLJ-SUB)
           END-IF.

       8950-FIND-GL-MAPPING.
           MOVE "N" TO WS-GLM-FOUND-SW.
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
               UNTIL WS-GLM-SUB > WS-GLM-COUNT
                  OR WS-GLM-FOUND
               IF WS-GLM-SITE (WS-GLM-SUB) = WS-GL-SITE
                   SET WS-GLM-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-GLM-FOUND
               SUBTRACT 1 FROM WS-GLM-SUB
           END-IF.

       8952-NOTE-UNMAPPED-SITE.
           MOVE "N" TO WS-GLU-FOUND-SW.
           PERFORM VARYING WS-GLU-SUB FROM 1 BY 1
               UNTIL WS-GLU-SUB > WS-GLU-COUNT
                  OR WS-GLU-FOUND
               IF WS-GLU-SITE (WS-GLU-SUB) = WS-GL-SITE
                   SET WS-GLU-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-GLU-FOUND
               SUBTRACT 1 FROM WS-GLU-SUB
           ELSE
               IF WS-GLU-COUNT < 50
                   ADD 1 TO WS-GLU-COUNT
                   MOVE WS-GLU-COUNT TO WS-GLU-SUB
                   MOVE WS-GL-SITE TO WS-GLU-SITE (WS-GLU-SUB)
                   MOVE 0 TO WS-GLU-MINUTES (WS-GLU-SUB)
               END-IF
           END-IF.
           IF WS-GLU-FOUND OR WS-GLU-SUB NOT > WS-GLU-COUNT
               ADD WS-GLB-MINUTES (WS-GLB-SUB)
                   TO WS-GLU-MINUTES (WS-GLU-SUB)
           END-IF.

      *> Journal order is period, company, cost center, with the
      *> same bubble pass the SRCRPT league table uses.
       8955-SORT-JOURNAL-PASS.
           PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
               UNTIL WS-GLJ-SUB >= WS-GLJ-COUNT
               IF WS-GLJ-KEY (WS-GLJ-SUB)
                  > WS-GLJ-KEY (WS-GLJ-SUB + 1)
                   MOVE WS-GLJ-ENTRY (WS-GLJ-SUB)
                       TO WS-GLJ-SWAP-ENTRY
                   MOVE WS-GLJ-ENTRY (WS-GLJ-SUB + 1)
                       TO WS-GLJ-ENTRY (WS-GLJ-SUB)
                   MOVE WS-GLJ-SWAP-ENTRY
                       TO WS-GLJ-ENTRY (WS-GLJ-SUB + 1)
                   SET WS-GLJ-SWAPPED TO TRUE
               END-IF
           END-PERFORM.

       8960-WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-FILE.
           MOVE "GL-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-GL-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           OPEN OUTPUT REPORT-FILE.
           MOVE "REPORT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-RPT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "DATEVAL LABOR-COST DISTRIBUTION" TO WS-H1-TITLE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           STRING "  GL JOURNAL FOR SHIFTS DATED " WS-GL-FROM-DATE
               " TO " WS-GL-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE WS-GL-HDG TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

           MOVE SPACES TO GL-RECORD.
           MOVE "HDR" TO GL-REC-TYPE.
           MOVE WS-CURR-DATE TO GL-HDR-RUN-DATE.
           MOVE WS-GL-FROM-DATE TO GL-HDR-FROM-DATE.
           MOVE WS-GL-TO-DATE TO GL-HDR-TO-DATE.
           WRITE GL-CONTROL-RECORD.

           MOVE 0 TO WS-GL-CR-REG.
           MOVE 0 TO WS-GL-CR-OT.
           PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
               UNTIL WS-GLJ-SUB > WS-GLJ-COUNT
               IF WS-GLJ-SUB > 1
                  AND (WS-GLJ-FROM (WS-GLJ-SUB) NOT = WS-GL-CR-FROM
                       OR WS-GLJ-COMPANY (WS-GLJ-SUB)
                          NOT = WS-GL-CR-COMPANY)
                   PERFORM 8967-WRITE-GL-CREDIT
               END-IF
               MOVE WS-GLJ-FROM (WS-GLJ-SUB) TO WS-GL-CR-FROM
               MOVE WS-GLJ-TO (WS-GLJ-SUB) TO WS-GL-CR-TO
               MOVE WS-GLJ-COMPANY (WS-GLJ-SUB) TO WS-GL-CR-COMPANY
               PERFORM 8965-WRITE-GL-DEBIT
           END-PERFORM.
           IF WS-GLJ-COUNT > 0
               PERFORM 8967-WRITE-GL-CREDIT
           END-IF.

           MOVE SPACES TO GL-RECORD.
           MOVE "TRL" TO GL-REC-TYPE.
           MOVE WS-GL-DTL-COUNT TO GL-TRL-REC-COUNT.
           MOVE WS-GL-HASH TO GL-TRL-HASH-TOTAL.
           MOVE WS-GL-DEBIT-MINUTES TO GL-TRL-DEBIT-MINUTES.
           MOVE WS-GL-CREDIT-MINUTES TO GL-TRL-CREDIT-MINUTES.
           WRITE GL-CONTROL-RECORD.

           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "REGULAR MINUTES" TO WS-TL-LABEL.
           MOVE WS-GL-TOTAL-REG TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "OVERTIME MINUTES" TO WS-TL-LABEL.
           MOVE WS-GL-TOTAL-OT TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
      *> Ties back to PAYOUT's worked minutes for the same dates.
           MOVE "TOTAL WORKED MINUTES" TO WS-TL-LABEL.
           MOVE WS-GL-TOTAL-MINUTES TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE GL-FILE.

       8965-WRITE-GL-DEBIT.
           MOVE SPACES TO GL-RECORD.
           MOVE "DTL" TO GL-DTL-TYPE.
           MOVE WS-GLJ-FROM (WS-GLJ-SUB) TO GL-DTL-PERIOD-FROM.
           MOVE WS-GLJ-TO (WS-GLJ-SUB) TO GL-DTL-PERIOD-TO.
           MOVE WS-GLJ-COMPANY (WS-GLJ-SUB) TO GL-DTL-COMPANY.
           MOVE WS-GLJ-COST-CENTER (WS-GLJ-SUB) TO GL-DTL-COST-CENTER.
           MOVE "D" TO GL-DTL-DR-CR.
           MOVE WS-GLJ-REG (WS-GLJ-SUB) TO GL-DTL-REG-MINUTES.
           MOVE WS-GLJ-OT (WS-GLJ-SUB) TO GL-DTL-OT-MINUTES.
           COMPUTE GL-DTL-TOTAL-MINUTES =
               WS-GLJ-REG (WS-GLJ-SUB) + WS-GLJ-OT (WS-GLJ-SUB).
           ADD GL-DTL-TOTAL-MINUTES TO WS-GL-DEBIT-MINUTES.
           ADD WS-GLJ-REG (WS-GLJ-SUB) TO WS-GL-CR-REG.
           ADD WS-GLJ-OT (WS-GLJ-SUB) TO WS-GL-CR-OT.
           PERFORM 8969-WRITE-GL-DETAIL.

      *> The company's offsetting credit for the period just ended.
       8967-WRITE-GL-CREDIT.
           MOVE SPACES TO GL-RECORD.
           MOVE "DTL" TO GL-DTL-TYPE.
           MOVE WS-GL-CR-FROM TO GL-DTL-PERIOD-FROM.
           MOVE WS-GL-CR-TO TO GL-DTL-PERIOD-TO.
           MOVE WS-GL-CR-COMPANY TO GL-DTL-COMPANY.
           MOVE "C" TO GL-DTL-DR-CR.
           MOVE WS-GL-CR-REG TO GL-DTL-REG-MINUTES.
           MOVE WS-GL-CR-OT TO GL-DTL-OT-MINUTES.
           COMPUTE GL-DTL-TOTAL-MINUTES = WS-GL-CR-REG + WS-GL-CR-OT.
           ADD GL-DTL-TOTAL-MINUTES TO WS-GL-CREDIT-MINUTES.
           MOVE 0 TO WS-GL-CR-REG.
           MOVE 0 TO WS-GL-CR-OT.
           PERFORM 8969-WRITE-GL-DETAIL.

       8969-WRITE-GL-DETAIL.
           WRITE GL-DETAIL-RECORD.
           ADD 1 TO WS-GL-DTL-COUNT.
           ADD GL-DTL-PERIOD-FROM TO WS-GL-HASH.
           MOVE GL-DTL-PERIOD-FROM TO WS-GLL-FROM.
           MOVE GL-DTL-PERIOD-TO TO WS-GLL-TO.
           MOVE GL-DTL-COMPANY TO WS-GLL-COMPANY.
           MOVE GL-DTL-COST-CENTER TO WS-GLL-COST-CENTER.
           MOVE GL-DTL-DR-CR TO WS-GLL-DR-CR.
           MOVE GL-DTL-REG-MINUTES TO WS-GLL-REG.
           MOVE GL-DTL-OT-MINUTES TO WS-GLL-OT.
           MOVE GL-DTL-TOTAL-MINUTES TO WS-GLL-TOTAL.
           MOVE WS-GL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

       8990-DISPLAY-GLDIST-SUMMARY.
           DISPLAY "===== DATEVAL GLDIST SUMMARY =====".
           DISPLAY "Shift dates:                 " WS-GL-FROM-DATE
               " - " WS-GL-TO-DATE.
           DISPLAY "Payroll records read:        " WS-GL-READ.
           DISPLAY "In range:                    " WS-GL-SELECTED.
           DISPLAY "Charged to home site:        " WS-GL-HOME-SITED.
           DISPLAY "Journal lines written:       " WS-GL-DTL-COUNT.
           DISPLAY "Regular minutes:             " WS-GL-TOTAL-REG.
           DISPLAY "Overtime minutes:            " WS-GL-TOTAL-OT.
           DISPLAY "Debit minutes:               " WS-GL-DEBIT-MINUTES.
           DISPLAY "Credit minutes:              "
               WS-GL-CREDIT-MINUTES.
           DISPLAY "Hash total of period dates:  " WS-GL-HASH.
           DISPLAY "==================================".

       9000-CHECK-FILE-STATUS.
      *> Report a bad OPEN (missing input file, I/O error, etc.) through
      *> the program's own exit path instead of letting the runtime's
      *> default error handler abend with a bare status code.
           IF WS-FILE-ERROR-STATUS NOT = "00"
               DISPLAY "DATEVAL: unable to open " WS-FILE-ERROR-NAME
                   " - file status " WS-FILE-ERROR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

      *> Audit problems are reported but never abend the run: this
      *> paragraph sits on the one exit path, so it handles its own
      *> file status inline rather than re-entering 9000 and looping
      *> back through END-PROGRAM. The done-switch keeps a run that
      *> reaches here twice from logging twice.
       9100-WRITE-RUN-AUDIT.
           IF WS-AUDIT-DONE
               GO TO 9100-AUDIT-DONE
           END-IF.
           SET WS-AUDIT-DONE TO TRUE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "DATEVAL: unable to write audit log - "
                   "file status " WS-AUDIT-STATUS
               GO TO 9100-AUDIT-DONE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO AUD-RUN-TIMESTAMP.
           IF WS-RUN-MODE = SPACES
               MOVE "ONLINE" TO AUD-RUN-MODE
           ELSE
               MOVE WS-RUN-MODE TO AUD-RUN-MODE
           END-IF.
           MOVE WS-MIN-DATE TO AUD-MIN-DATE.
           MOVE WS-MAX-DATE TO AUD-MAX-DATE.
           MOVE WS-SKIP-COUNT TO AUD-SKIP-COUNT.
           MOVE WS-COUNT-PROCESSED TO AUD-COUNT-PROCESSED.
           MOVE WS-COUNT-ACCEPTED TO AUD-COUNT-ACCEPTED.
           MOVE WS-COUNT-REJECT-DATE TO AUD-COUNT-REJECT-DATE.
           MOVE WS-COUNT-REJECT-TIME TO AUD-COUNT-REJECT-TIME.
           MOVE WS-COUNT-REJECT-NONBUS TO AUD-COUNT-REJECT-NONBUS.
           MOVE WS-COUNT-REJECT-TZ TO AUD-COUNT-REJECT-TZ.
           MOVE WS-COUNT-REJECT-EMP TO AUD-COUNT-REJECT-EMP.
           MOVE WS-COUNT-DUPLICATE TO AUD-COUNT-DUPLICATE.
           MOVE WS-COUNT-TO-MASTER TO AUD-COUNT-TO-MASTER.
           MOVE RETURN-CODE TO AUD-RETURN-CODE.
           PERFORM 9150-BUILD-PARM-ECHO.
           MOVE WS-PARM-ECHO TO AUD-PARM-ECHO.
           WRITE AUDIT-RECORD.
      *> A dropped audit line must never be silent -- report a bad
      *> WRITE the same way a bad OPEN is reported above.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "DATEVAL: unable to write audit log - "
                   "file status " WS-AUDIT-STATUS
           END-IF.
           CLOSE AUDIT-FILE.

       9100-AUDIT-DONE.
           EXIT.

      *> The effective parameters for this run, as actually used by
      *> the mode that ran (whatever the cards or the environment
      *> said), plus where they came from -- the after-the-fact
      *> proof the schedulers asked for. Mode and max-date already
      *> have their own audit columns.
       9150-BUILD-PARM-ECHO.
           IF WS-PARM-LOADED
               MOVE "PARMFILE" TO WS-PARM-SOURCE
           ELSE
               MOVE "ENV" TO WS-PARM-SOURCE
           END-IF.
           MOVE SPACES TO WS-PARM-ECHO.
           IF WS-RUN-MODE = "ARCHIVE"
               STRING "SRC=" WS-PARM-SOURCE " FORCE=" WS-FORCE-PARM
                   " CUTOFF=" WS-ARCH-CUTOFF-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "RESTORE"
               STRING "SRC=" WS-PARM-SOURCE " FORCE=" WS-FORCE-PARM
                   " FROM=" WS-REST-FROM-PARM
                   " TO=" WS-REST-TO-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "EXTRACT"
               STRING "SRC=" WS-PARM-SOURCE
                   " FROM=" WS-EXT-FROM-DATE-PARM "/"
                   WS-EXT-FROM-TIME-PARM
                   " TO=" WS-EXT-TO-DATE-PARM "/"
                   WS-EXT-TO-TIME-PARM
                   " SITE=" WS-EXT-SITE-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "REPORT"
               STRING "SRC=" WS-PARM-SOURCE
                   " FROM=" WS-RPT-FROM-PARM
               STRING "SRC=" WS-PARM-SOURCE
                   " MONTH=" WS-CORP-MONTH-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "GLDIST"
               STRING "SRC=" WS-PARM-SOURCE
                   " FROM=" WS-GL-FROM-PARM
                   " TO=" WS-GL-TO-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "ATTEND"
               STRING "SRC=" WS-PARM-SOURCE
                   " FROM=" WS-ATT-FROM-PARM
                   " TO=" WS-ATT-TO-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "PAYPURG"
               STRING "SRC=" WS-PARM-SOURCE " FORCE=" WS-FORCE-PARM
                   " KEEP=" WS-PH-KEEP-PARM
                   " CUTOFF=" WS-PH-CUTOFF
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "CLOSE"
               STRING "SRC=" WS-PARM-SOURCE " FORCE=" WS-FORCE-PARM
                   " FROM=" WS-CL-FROM-PARM
                   " TO=" WS-CL-TO-PARM
                   " BY=" WS-CL-BY-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "STREAM"
               STRING "SRC=" WS-PARM-SOURCE
                   " PGM=" WS-ST-PGM-PARM
                   " NEW=" WS-ST-NEW-PARM
                   " ID=" WS-ST-STREAM-ID
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE IF WS-RUN-MODE = "RENORM"
               STRING "SRC=" WS-PARM-SOURCE " FORCE=" WS-FORCE-PARM
                   " SITE=" WS-RN-SITE-PARM
                   " FROM=" WS-RN-FROM-PARM
                   " TO=" WS-RN-TO-PARM
                   DELIMITED BY SIZE INTO WS-PARM-ECHO
           ELSE
               STRING "SRC=" WS-PARM-SOURCE " FORCE=" WS-FORCE-PARM
                   " MAX=" WS-MAX-DATE-PARM
      *> like REPORT it refuses to read mid-swap.
       6200-RECON-ENTRY.
           PERFORM 4285-REQUIRE-MASTER-STABLE.
           PERFORM 4290-CHECK-MASTER-CONTROL.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 6210-LOAD-SHIFT-KEYS.


      *> An accepted punch inside the shift window that belongs to no
      *> shift streams straight onto the report -- by key order, the
      *> order MASTOUT arrives in. A punch only claims a shift of the
      *> same badge; one booked before badges were carried (space
      *> badge) still matches on the key alone.
       6235-MATCH-ONE-MASTER.
           IF MASTER-KEY-DATE >= WS-RCN-MIN-DATE
              AND MASTER-KEY-DATE <= WS-RCN-MAX-DATE
               MOVE "N" TO WS-RCN-HIT-SW
               PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                   UNTIL WS-RCN-SUB > WS-RCN-SHIFT-COUNT
                   IF MASTER-EMP-ID = SPACES
                      OR MASTER-EMP-ID = WS-RCN-EMP-ID (WS-RCN-SUB)
                       IF WS-RCN-START-KEY (WS-RCN-SUB)
                          = WS-RCN-THIS-KEY
                           MOVE "M"
                               TO WS-RCN-START-FOUND (WS-RCN-SUB)
                           SET WS-RCN-HIT TO TRUE
                       END-IF
                       IF WS-RCN-END-KEY (WS-RCN-SUB)
                          = WS-RCN-THIS-KEY
                           MOVE "M" TO WS-RCN-END-FOUND (WS-RCN-SUB)
                           SET WS-RCN-HIT TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-RCN-HIT
                   MOVE MASTER-KEY-DATE TO WS-RPL-DATE
                   MOVE MASTER-KEY-TIME TO WS-RPL-TIME
                   MOVE MASTER-SITE TO WS-RPL-SITE
                   MOVE MASTER-EMP-ID TO WS-RPL-EMP
                   MOVE WS-RCN-PUNCH-LINE TO WS-RPT-PRINT-LINE
                   PERFORM 8590-WRITE-REPORT-LINE
               END-IF
      *> Rejects carry the entry exactly as keyed, so they match the
      *> shift's raw stamps, not the normalized ones. A side the
      *> master already claimed stays M -- accepted beats rejected.
      *> Same badge rule as 6235.
       6245-MATCH-ONE-REJECT.
           MOVE REJ-DATE TO WS-DATE.
           MOVE REJ-TIME TO WS-TIME.
           MOVE WS-AREA TO WS-RCN-THIS-KEY.
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
               UNTIL WS-RCN-SUB > WS-RCN-SHIFT-COUNT
               IF REJ-EMP-ID = SPACES
                  OR REJ-EMP-ID = WS-RCN-EMP-ID (WS-RCN-SUB)
                   IF WS-RCN-START-RAW (WS-RCN-SUB) = WS-RCN-THIS-KEY
                      AND WS-RCN-START-FOUND (WS-RCN-SUB) NOT = "M"
                       MOVE "R" TO WS-RCN-START-FOUND (WS-RCN-SUB)
                   END-IF
                   IF WS-RCN-END-RAW (WS-RCN-SUB) = WS-RCN-THIS-KEY
                      AND WS-RCN-END-FOUND (WS-RCN-SUB) NOT = "M"
                       MOVE "R" TO WS-RCN-END-FOUND (WS-RCN-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *> Bucket rules: both punches accepted = matched; any punch
      *> rejected = the rejected bucket; otherwise the shift has no
      *> punch trail at all -- the phantom-shift bucket.
       6250-PRINT-NO-PUNCH-SECTION.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "  SHIFTS WITH NO MATCHING PUNCHES"
               TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
               UNTIL WS-RCN-SUB > WS-RCN-SHIFT-COUNT
               IF WS-RCN-START-FOUND (WS-RCN-SUB) = "M"
                  AND WS-RCN-END-FOUND (WS-RCN-SUB) = "M"
                   ADD 1 TO WS-RCN-MATCHED
               ELSE IF WS-RCN-START-FOUND (WS-RCN-SUB) = "R"
                  OR WS-RCN-END-FOUND (WS-RCN-SUB) = "R"
                   ADD 1 TO WS-RCN-REJ-PUNCH
               ELSE
                   ADD 1 TO WS-RCN-NO-PUNCH
                   PERFORM 6255-PRINT-ONE-SHIFT-EXC
               END-IF
           END-PERFORM.

       6255-PRINT-ONE-SHIFT-EXC.
           MOVE WS-RCN-EMP-ID (WS-RCN-SUB) TO WS-RSL-EMP.
           MOVE WS-RCN-START-RAW (WS-RCN-SUB) TO WS-RSL-START.
           MOVE WS-RCN-END-RAW (WS-RCN-SUB) TO WS-RSL-END.
           MOVE WS-RCN-SHIFT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

       6260-PRINT-REJ-PUNCH-SECTION.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "  SHIFTS MATCHING REJECTED PUNCHES"
               TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
               UNTIL WS-RCN-SUB > WS-RCN-SHIFT-COUNT
               IF (WS-RCN-START-FOUND (WS-RCN-SUB) = "R"
                   OR WS-RCN-END-FOUND (WS-RCN-SUB) = "R")
                   PERFORM 6255-PRINT-ONE-SHIFT-EXC
               END-IF
           END-PERFORM.

       6290-DISPLAY-RECON-SUMMARY.
           DISPLAY "===== DATEVAL RECON SUMMARY =====".
           DISPLAY "Shifts read:                 " WS-RCN-SHIFT-COUNT.
           DISPLAY "Fully matched:               " WS-RCN-MATCHED.
           DISPLAY "No matching punches:         " WS-RCN-NO-PUNCH.
           DISPLAY "Matched rejected punches:    " WS-RCN-REJ-PUNCH.
           DISPLAY "Punches with no shift:       "
               WS-RCN-ORPHAN-PUNCH.
           DISPLAY "==================================".

      *> ATTEND mode: hold each worked shift on SHIFTIN against the
      *> slot the plant schedulers rostered for it on ROSTERIN and
      *> print the attendance exceptions for HR -- late starts and
      *> early finishes beyond the site's grace minutes, worked
      *> shifts with no rostered slot, and rostered slots nobody
      *> worked. Both files go through the same 5000/5100/5300 checks
      *> and 5400 shop-time conversion as the entry paths, so a slot
      *> and a shift at different plants or across a DST changeover
      *> still compare on real elapsed minutes. A shift claims the
      *> first unclaimed slot of the same badge that it overlaps.
      *> Read-only over SHIFTIN and ROSTERIN: no run token.
       6300-ATTEND-ENTRY.
           PERFORM 6305-GET-ATTEND-PERIOD.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 6310-LOAD-ROSTER.

           OPEN OUTPUT REPORT-FILE.
           MOVE "REPORT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-RPT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "DATEVAL ATTENDANCE EXCEPTION REPORT"
               TO WS-H1-TITLE.

           MOVE "  LATE STARTS, EARLY FINISHES AND UNSCHEDULED SHIFTS"
               TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE WS-ATT-EXC-HDG TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           PERFORM 6330-CHECK-SHIFT-FILE.
           PERFORM 6360-PRINT-NO-SHOW-SECTION.

           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "SHIFTS CHECKED" TO WS-TL-LABEL.
           MOVE WS-ATT-SHIFTS-CHECKED TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "LATE STARTS" TO WS-TL-LABEL.
           MOVE WS-ATT-LATE TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "EARLY FINISHES" TO WS-TL-LABEL.
           MOVE WS-ATT-EARLY TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "UNSCHEDULED SHIFTS" TO WS-TL-LABEL.
           MOVE WS-ATT-UNSCHEDULED TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "NO-SHOWS" TO WS-TL-LABEL.
           MOVE WS-ATT-NO-SHOW TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           PERFORM 6390-DISPLAY-ATTEND-SUMMARY.

      *> Optional period, DATEVAL-ATTEND-FROM/-TO on the plant-local
      *> scheduled (or worked) start date; defaults take both files
      *> whole.
       6305-GET-ATTEND-PERIOD.
           IF WS-PARM-LOADED
               MOVE WS-PARM-ATTEND-FROM TO WS-ATT-FROM-PARM
               MOVE WS-PARM-ATTEND-TO TO WS-ATT-TO-PARM
           ELSE
               ACCEPT WS-ATT-FROM-PARM
                   FROM ENVIRONMENT "DATEVAL-ATTEND-FROM"
               ACCEPT WS-ATT-TO-PARM
                   FROM ENVIRONMENT "DATEVAL-ATTEND-TO"
           END-IF.
           IF WS-ATT-FROM-PARM IS NUMERIC
              AND WS-ATT-FROM-PARM NOT = ZEROS
               MOVE WS-ATT-FROM-PARM TO WS-ATT-FROM-DATE
           END-IF.
           IF WS-ATT-TO-PARM IS NUMERIC
              AND WS-ATT-TO-PARM NOT = ZEROS
               MOVE WS-ATT-TO-PARM TO WS-ATT-TO-DATE
           END-IF.

       6310-LOAD-ROSTER.
           MOVE 0 TO WS-ATT-SLOT-COUNT.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "35"
               DISPLAY "DATEVAL: no roster file - "
                   "nothing to compare"
               GO TO END-PROGRAM
           END-IF.
           MOVE "ROSTER-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-ROSTER-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 6320-STORE-ONE-SLOT
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

      *> Slots still to come -- the schedulers send the roster ahead
      *> -- would fail the max-date screen, so anything not finished
      *> by the run date is set aside as not yet due rather than
      *> reported as a bad record. A slot that fails validation is
      *> listed on the console and left out; it cannot be judged.
       6320-STORE-ONE-SLOT.
           ADD 1 TO WS-ATT-ROSTER-READ.
           IF ROST-START-DATE IS NUMERIC
              AND ROST-END-DATE IS NUMERIC
              AND (ROST-START-DATE > WS-MAX-DATE
                   OR ROST-END-DATE > WS-MAX-DATE)
               ADD 1 TO WS-ATT-ROSTER-NOT-DUE
           ELSE
               IF ROST-START-DATE IS NUMERIC
                  AND ROST-START-DATE >= WS-ATT-FROM-DATE
                  AND ROST-START-DATE <= WS-ATT-TO-DATE
                   MOVE ROST-START-DATE TO WS-DATE
                   MOVE ROST-START-TIME TO WS-TIME
                   MOVE ROST-START-SITE TO WS-SITE
                   MOVE ROST-END-DATE TO WS-ELAPSE-DATE-2
                   MOVE ROST-END-TIME TO WS-ELAPSE-TIME-2
                   MOVE ROST-END-SITE TO WS-ELAPSE-SITE-2
                   PERFORM 6340-VALIDATE-PAIR
                   IF WS-ATT-BAD
                       ADD 1 TO WS-ATT-ROSTER-BAD
                       DISPLAY "DATEVAL: roster slot not usable: "
                           ROSTER-RECORD
                   ELSE
                       PERFORM 6325-ADD-SLOT
                   END-IF
               ELSE IF ROST-START-DATE IS NOT NUMERIC
                   ADD 1 TO WS-ATT-ROSTER-BAD
                   DISPLAY "DATEVAL: roster slot not usable: "
                       ROSTER-RECORD
               END-IF
               END-IF
           END-IF.

       6325-ADD-SLOT.
           IF WS-ATT-SLOT-COUNT >= 2000
               DISPLAY "DATEVAL: more than 2000 slots on ROSTERIN "
                   "- narrow it with DATEVAL-ATTEND-FROM/-TO"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           ADD 1 TO WS-ATT-SLOT-COUNT.
           MOVE WS-ATT-SLOT-COUNT TO WS-ATT-SUB.
           MOVE ROST-EMP-ID TO WS-ATT-SLOT-EMP (WS-ATT-SUB).
           MOVE ROST-START-SITE TO WS-ATT-SLOT-SITE (WS-ATT-SUB).
           MOVE WS-ATT-RAW-START TO WS-ATT-SLOT-RAW-START (WS-ATT-SUB).
           MOVE WS-ATT-RAW-END TO WS-ATT-SLOT-RAW-END (WS-ATT-SUB).
           MOVE WS-ATT-KEY-START TO WS-ATT-SLOT-KEY-START (WS-ATT-SUB).
           MOVE WS-ATT-KEY-END TO WS-ATT-SLOT-KEY-END (WS-ATT-SUB).
           MOVE "N" TO WS-ATT-SLOT-MATCHED (WS-ATT-SUB).

       6330-CHECK-SHIFT-FILE.
           OPEN INPUT SHIFT-FILE.
           MOVE "SHIFT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-SHIFT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "N" TO WS-SHIFT-EOF-SW.
           PERFORM UNTIL WS-SHIFT-EOF
               READ SHIFT-FILE
                   AT END
                       SET WS-SHIFT-EOF TO TRUE
                   NOT AT END
                       PERFORM 6335-CHECK-ONE-SHIFT
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE.

      *> A shift SHIFT mode would reject is skipped here -- it is on
      *> SHIFTREJ for the payroll clerk and was never paid.
       6335-CHECK-ONE-SHIFT.
           ADD 1 TO WS-ATT-SHIFTS-READ.
           IF SHIFT-START-DATE IS NUMERIC
              AND SHIFT-START-DATE >= WS-ATT-FROM-DATE
              AND SHIFT-START-DATE <= WS-ATT-TO-DATE
               MOVE SHIFT-START-DATE TO WS-DATE
               MOVE SHIFT-START-TIME TO WS-TIME
               MOVE SHIFT-START-SITE TO WS-SITE
               MOVE SHIFT-END-DATE TO WS-ELAPSE-DATE-2
               MOVE SHIFT-END-TIME TO WS-ELAPSE-TIME-2
               MOVE SHIFT-END-SITE TO WS-ELAPSE-SITE-2
               PERFORM 6340-VALIDATE-PAIR
               IF WS-ATT-BAD
                   ADD 1 TO WS-ATT-SHIFTS-SKIPPED
               ELSE
                   ADD 1 TO WS-ATT-SHIFTS-CHECKED
                   IF SHIFT-START-DATE < WS-ATT-MIN-DATE
                       MOVE SHIFT-START-DATE TO WS-ATT-MIN-DATE
                   END-IF
                   IF SHIFT-START-DATE > WS-ATT-MAX-DATE
                       MOVE SHIFT-START-DATE TO WS-ATT-MAX-DATE
                   END-IF
                   PERFORM 6345-FIND-SLOT
                   IF WS-ATT-FOUND
                       PERFORM 6350-MEASURE-SLOT
                   ELSE
                       ADD 1 TO WS-ATT-UNSCHEDULED
                       MOVE "UNSCHEDULED" TO WS-AXL-TYPE
                       MOVE SHIFT-EMP-ID TO WS-AXL-EMP
                       MOVE SHIFT-START-SITE TO WS-AXL-SITE
                       MOVE SPACES TO WS-AXL-SCHED-DATE
                       MOVE SPACES TO WS-AXL-SCHED-TIME
                       MOVE WS-ATT-RAW-START (1:8)
                           TO WS-AXL-ACTUAL-DATE
                       MOVE WS-ATT-RAW-START (9:6)
                           TO WS-AXL-ACTUAL-TIME
                       MOVE WS-ATT-KEY-START TO WS-ELAPSE-AREA-1
                       MOVE WS-ATT-KEY-END TO WS-ELAPSE-AREA-2
                       PERFORM 6100-COMPUTE-ELAPSED-MINUTES
                       MOVE WS-ELAPSED-MINUTES TO WS-AXL-MINUTES
                       PERFORM 6370-PRINT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *> Validate and normalize one start/end pair: the start arrives
      *> in WS-DATE/WS-TIME/WS-SITE, the end in WS-ELAPSE-AREA-2.
      *> Leaves the plant stamps in WS-ATT-RAW-START/-END and the
      *> shop-time keys in WS-ATT-KEY-START/-END; a pair that ends
      *> before it starts is as unusable as a bad stamp.
       6340-VALIDATE-PAIR.
           SET WS-ATT-OK TO TRUE.
           MOVE WS-AREA (1:14) TO WS-ATT-RAW-START.
           MOVE WS-ELAPSE-AREA-2 (1:14) TO WS-ATT-RAW-END.
           PERFORM 5000-VALIDATE-DATE.
           PERFORM 5100-VALIDATE-TIME.
           PERFORM 5300-VALIDATE-SITE.
           IF WS-DATE-IS-INVALID OR WS-TIME-IS-INVALID
              OR WS-SITE-IS-INVALID
               SET WS-ATT-BAD TO TRUE
           ELSE
               PERFORM 5400-NORMALIZE-TO-SHOP-TIME
               MOVE WS-AREA (1:14) TO WS-ATT-KEY-START
               MOVE WS-ELAPSE-DATE-2 TO WS-DATE
               MOVE WS-ELAPSE-TIME-2 TO WS-TIME
               MOVE WS-ELAPSE-SITE-2 TO WS-SITE
               PERFORM 5000-VALIDATE-DATE
               PERFORM 5100-VALIDATE-TIME
               PERFORM 5300-VALIDATE-SITE
               IF WS-DATE-IS-INVALID OR WS-TIME-IS-INVALID
                  OR WS-SITE-IS-INVALID
                   SET WS-ATT-BAD TO TRUE
               ELSE
                   PERFORM 5400-NORMALIZE-TO-SHOP-TIME
                   MOVE WS-AREA (1:14) TO WS-ATT-KEY-END
                   IF WS-ATT-KEY-END NOT > WS-ATT-KEY-START
                       SET WS-ATT-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> First unclaimed slot for the same badge whose scheduled span
      *> overlaps the worked span, both in shop time.
       6345-FIND-SLOT.
           MOVE "N" TO WS-ATT-FOUND-SW.
           PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
                   UNTIL WS-ATT-SUB > WS-ATT-SLOT-COUNT
                      OR WS-ATT-FOUND
               IF WS-ATT-SLOT-EMP (WS-ATT-SUB) = SHIFT-EMP-ID
                  AND WS-ATT-SLOT-MATCHED (WS-ATT-SUB) = "N"
                  AND WS-ATT-SLOT-KEY-START (WS-ATT-SUB)
                      < WS-ATT-KEY-END
                  AND WS-ATT-KEY-START
                      < WS-ATT-SLOT-KEY-END (WS-ATT-SUB)
                   SET WS-ATT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ATT-FOUND
               SUBTRACT 1 FROM WS-ATT-SUB
           END-IF.

      *> Late = scheduled start to actual start, early = actual end to
      *> scheduled end, each in shop-time minutes and an exception
      *> only past the grace of the site the slot is at. One shift
      *> can be both.
       6350-MEASURE-SLOT.
           MOVE "Y" TO WS-ATT-SLOT-MATCHED (WS-ATT-SUB).
           PERFORM 6355-FIND-GRACE.
           MOVE SHIFT-EMP-ID TO WS-AXL-EMP.
           MOVE WS-ATT-SLOT-SITE (WS-ATT-SUB) TO WS-AXL-SITE.
           MOVE "N" TO WS-ATT-FOUND-SW.

           MOVE WS-ATT-SLOT-KEY-START (WS-ATT-SUB) TO WS-ELAPSE-AREA-1.
           MOVE WS-ATT-KEY-START TO WS-ELAPSE-AREA-2.
           PERFORM 6100-COMPUTE-ELAPSED-MINUTES.
           IF WS-ELAPSED-MINUTES > WS-ATT-LATE-GRACE
               ADD 1 TO WS-ATT-LATE
               SET WS-ATT-FOUND TO TRUE
               MOVE "LATE START" TO WS-AXL-TYPE
               MOVE WS-ATT-SLOT-RAW-START (WS-ATT-SUB) (1:8)
                   TO WS-AXL-SCHED-DATE
               MOVE WS-ATT-SLOT-RAW-START (WS-ATT-SUB) (9:6)
                   TO WS-AXL-SCHED-TIME
               MOVE WS-ATT-RAW-START (1:8) TO WS-AXL-ACTUAL-DATE
               MOVE WS-ATT-RAW-START (9:6) TO WS-AXL-ACTUAL-TIME
               MOVE WS-ELAPSED-MINUTES TO WS-AXL-MINUTES
               PERFORM 6370-PRINT-EXCEPTION
           END-IF.

           MOVE WS-ATT-KEY-END TO WS-ELAPSE-AREA-1.
           MOVE WS-ATT-SLOT-KEY-END (WS-ATT-SUB) TO WS-ELAPSE-AREA-2.
           PERFORM 6100-COMPUTE-ELAPSED-MINUTES.
           IF WS-ELAPSED-MINUTES > WS-ATT-EARLY-GRACE
               ADD 1 TO WS-ATT-EARLY
               SET WS-ATT-FOUND TO TRUE
               MOVE "EARLY FINISH" TO WS-AXL-TYPE
               MOVE WS-ATT-SLOT-RAW-END (WS-ATT-SUB) (1:8)
                   TO WS-AXL-SCHED-DATE
               MOVE WS-ATT-SLOT-RAW-END (WS-ATT-SUB) (9:6)
                   TO WS-AXL-SCHED-TIME
               MOVE WS-ATT-RAW-END (1:8) TO WS-AXL-ACTUAL-DATE
               MOVE WS-ATT-RAW-END (9:6) TO WS-AXL-ACTUAL-TIME
               MOVE WS-ELAPSED-MINUTES TO WS-AXL-MINUTES
               PERFORM 6370-PRINT-EXCEPTION
           END-IF.

           IF NOT WS-ATT-FOUND
               ADD 1 TO WS-ATT-ON-TIME
           END-IF.

       6355-FIND-GRACE.
           MOVE WS-GRACE-DEFAULT TO WS-ATT-LATE-GRACE.
           MOVE WS-GRACE-DEFAULT TO WS-ATT-EARLY-GRACE.
           PERFORM VARYING WS-GRACE-SUB FROM 1 BY 1
                   UNTIL WS-GRACE-SUB > WS-GRACE-COUNT
               IF WS-GRACE-SITE (WS-GRACE-SUB)
                  = WS-ATT-SLOT-SITE (WS-ATT-SUB)
                   MOVE WS-GRACE-LATE (WS-GRACE-SUB)
                       TO WS-ATT-LATE-GRACE
                   MOVE WS-GRACE-EARLY (WS-GRACE-SUB)
                       TO WS-ATT-EARLY-GRACE
               END-IF
           END-PERFORM.

      *> Slots nobody claimed, but only inside the span of days the
      *> checked shifts cover -- the same windowing RECON applies to
      *> orphan punches, so a short shift file does not turn the
      *> rest of the roster into no-shows.
       6360-PRINT-NO-SHOW-SECTION.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "  ROSTERED SLOTS WITH NO WORKED SHIFT"
               TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE WS-ATT-EXC-HDG TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
               UNTIL WS-ATT-SUB > WS-ATT-SLOT-COUNT
               IF WS-ATT-SLOT-MATCHED (WS-ATT-SUB) = "N"
                  AND WS-ATT-SLOT-RAW-START (WS-ATT-SUB) (1:8)
                      >= WS-ATT-MIN-DATE
                  AND WS-ATT-SLOT-RAW-START (WS-ATT-SUB) (1:8)
                      <= WS-ATT-MAX-DATE
                   ADD 1 TO WS-ATT-NO-SHOW
                   MOVE "NO-SHOW" TO WS-AXL-TYPE
                   MOVE WS-ATT-SLOT-EMP (WS-ATT-SUB) TO WS-AXL-EMP
                   MOVE WS-ATT-SLOT-SITE (WS-ATT-SUB) TO WS-AXL-SITE
                   MOVE WS-ATT-SLOT-RAW-START (WS-ATT-SUB) (1:8)
                       TO WS-AXL-SCHED-DATE
                   MOVE WS-ATT-SLOT-RAW-START (WS-ATT-SUB) (9:6)
                       TO WS-AXL-SCHED-TIME
                   MOVE SPACES TO WS-AXL-ACTUAL-DATE
                   MOVE SPACES TO WS-AXL-ACTUAL-TIME
                   MOVE WS-ATT-SLOT-KEY-START (WS-ATT-SUB)
                       TO WS-ELAPSE-AREA-1
                   MOVE WS-ATT-SLOT-KEY-END (WS-ATT-SUB)
                       TO WS-ELAPSE-AREA-2
                   PERFORM 6100-COMPUTE-ELAPSED-MINUTES
                   MOVE WS-ELAPSED-MINUTES TO WS-AXL-MINUTES
                   PERFORM 6370-PRINT-EXCEPTION
               END-IF
           END-PERFORM.

       6370-PRINT-EXCEPTION.
           MOVE WS-ATT-EXC-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

       6390-DISPLAY-ATTEND-SUMMARY.
           DISPLAY "===== DATEVAL ATTEND SUMMARY =====".
           DISPLAY "Roster slots read:           " WS-ATT-ROSTER-READ.
           DISPLAY "Roster slots not yet due:    "
               WS-ATT-ROSTER-NOT-DUE.
           DISPLAY "Roster slots not usable:     " WS-ATT-ROSTER-BAD.
           DISPLAY "Shifts read:                 " WS-ATT-SHIFTS-READ.
           DISPLAY "Shifts checked:              "
               WS-ATT-SHIFTS-CHECKED.
           DISPLAY "Shifts skipped (invalid):    "
               WS-ATT-SHIFTS-SKIPPED.
           DISPLAY "On time:                     " WS-ATT-ON-TIME.
           DISPLAY "Late starts:                 " WS-ATT-LATE.
           DISPLAY "Early finishes:              " WS-ATT-EARLY.
           DISPLAY "Unscheduled shifts:          " WS-ATT-UNSCHEDULED.
           DISPLAY "No-shows:                    " WS-ATT-NO-SHOW.
           DISPLAY "==================================".

      *> VERIFY mode: the integrity walk for a master nobody trusts
      *> any more -- after a restore from backup, a hand fix, or a
      *> reader refusing it at 4290. Read-only, no run token; like
      *> the readers it refuses mid-swap. RPTOUT lists every record
      *> out of key order or repeating the key before it, every site
      *> code no longer on the site table, and every preserved local
      *> stamp that no longer normalizes to the record's key under
      *> today's site table (the records a RENORM would move). It
      *> then sets MASTOUT against MSTCTL, and MASTOUT plus ARCHOUT
      *> plus any MASTRUN not yet merged against what AUDITLOG says
      *> every run ever put toward the master, less the duplicates
      *> diverted. Any fault, disagreement or imbalance ends RC 16.
       6400-VERIFY-ENTRY.
           PERFORM 4285-REQUIRE-MASTER-STABLE.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 4292-READ-MASTER-CONTROL.

           OPEN OUTPUT REPORT-FILE.
           MOVE "REPORT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-RPT-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "DATEVAL MASTER INTEGRITY VERIFICATION" TO WS-H1-TITLE.
           MOVE "  MASTOUT RECORD FAULTS" TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE WS-VF-HDG TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

           MOVE 0 TO WS-MC-COUNT.
           MOVE 0 TO WS-MC-HASH.
           MOVE SPACES TO WS-MC-LOW-KEY.
           MOVE SPACES TO WS-MC-HIGH-KEY.
           MOVE "N" TO WS-MC-MASTER-SW.
           MOVE LOW-VALUES TO WS-PREV-MASTER-KEY.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "DATEVAL: no master file - checking control "
                   "and archive only"
           ELSE
               MOVE "MASTER-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-MASTER-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               SET WS-MC-MASTER-FOUND TO TRUE
               MOVE "N" TO WS-MSTR-EOF-SW
               PERFORM UNTIL WS-MSTR-EOF
                   READ MASTER-FILE
                       AT END
                           SET WS-MSTR-EOF TO TRUE
                       NOT AT END
                           PERFORM 6410-VERIFY-ONE-MASTER
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
           IF WS-VF-FAULTS = 0
               MOVE "    NONE" TO WS-RPT-PRINT-LINE
               PERFORM 8590-WRITE-REPORT-LINE
           END-IF.

           PERFORM 6420-PRINT-CONTROL-SECTION.
           PERFORM 6430-RECONCILE-MASTER.
           CLOSE REPORT-FILE.
           PERFORM 6490-DISPLAY-VERIFY-SUMMARY.
           IF WS-VF-FAULTS > 0
              OR WS-MC-ERROR
              OR WS-VF-DIFFERENCE NOT = 0
               MOVE 16 TO RETURN-CODE
           END-IF.

       6410-VERIFY-ONE-MASTER.
           ADD 1 TO WS-VF-READ.
           PERFORM 4272-ADD-TO-CONTROL.
           MOVE SPACES TO WS-VFL-EXP-DATE.
           MOVE SPACES TO WS-VFL-EXP-TIME.
           IF WS-VF-READ > 1
               IF WS-MC-KEY < WS-PREV-MASTER-KEY
                   ADD 1 TO WS-VF-ORDER
                   MOVE "OUT-OF-ORDER" TO WS-VF-FAULT
                   PERFORM 6415-PRINT-FAULT
               ELSE IF WS-MC-KEY = WS-PREV-MASTER-KEY
                   ADD 1 TO WS-VF-ORDER
                   MOVE "REPEATED-KEY" TO WS-VF-FAULT
                   PERFORM 6415-PRINT-FAULT
               END-IF
               END-IF
           END-IF.
           MOVE WS-MC-KEY TO WS-PREV-MASTER-KEY.

           MOVE MASTER-SITE TO WS-SITE.
           PERFORM 5300-VALIDATE-SITE.
           IF WS-SITE-IS-INVALID
               ADD 1 TO WS-VF-BAD-SITE
               MOVE "UNKNOWN-SITE" TO WS-VF-FAULT
               PERFORM 6415-PRINT-FAULT
           ELSE IF MASTER-LOCAL-DATE IS NOT NUMERIC
              OR MASTER-LOCAL-TIME IS NOT NUMERIC
               ADD 1 TO WS-VF-BAD-STAMP
               MOVE "NO-LOCAL-STAMP" TO WS-VF-FAULT
               PERFORM 6415-PRINT-FAULT
           ELSE
               MOVE MASTER-LOCAL-DATE TO WS-DATE
               MOVE MASTER-LOCAL-TIME TO WS-TIME
               PERFORM 5400-NORMALIZE-TO-SHOP-TIME
               IF WS-DATE NOT = MASTER-KEY-DATE
                  OR WS-TIME NOT = MASTER-KEY-TIME
                   ADD 1 TO WS-VF-BAD-STAMP
                   MOVE "STAMP-OFFSET" TO WS-VF-FAULT
                   MOVE WS-DATE TO WS-VFL-EXP-DATE
                   MOVE WS-TIME TO WS-VFL-EXP-TIME
                   PERFORM 6415-PRINT-FAULT
               END-IF
           END-IF
           END-IF.

       6415-PRINT-FAULT.
           ADD 1 TO WS-VF-FAULTS.
           MOVE MASTER-KEY-DATE TO WS-VFL-DATE.
           MOVE MASTER-KEY-TIME TO WS-VFL-TIME.
           MOVE MASTER-SITE TO WS-VFL-SITE.
           MOVE MASTER-EMP-ID TO WS-VFL-EMP.
           MOVE MASTER-LOCAL-DATE TO WS-VFL-LOCAL-DATE.
           MOVE MASTER-LOCAL-TIME TO WS-VFL-LOCAL-TIME.
           MOVE WS-VF-FAULT TO WS-VFL-FAULT.
           MOVE WS-VF-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

       6420-PRINT-CONTROL-SECTION.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "  CONTROL RECORD" TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           IF NOT WS-MC-ON-FILE
               MOVE "NOT ON FILE" TO WS-VF-CTL-RESULT
               MOVE SPACES TO MASTER-CONTROL-RECORD
               MOVE "    NO MSTCTL RECORD ON FILE" TO WS-RPT-PRINT-LINE
               PERFORM 8590-WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-PRINT-LINE
               PERFORM 8590-WRITE-REPORT-LINE
           ELSE
               PERFORM 4296-COMPARE-MASTER-CONTROL
               IF WS-MC-ERROR
                   MOVE "DOES NOT AGREE" TO WS-VF-CTL-RESULT
               ELSE
                   MOVE "AGREES" TO WS-VF-CTL-RESULT
               END-IF
           END-IF.
           MOVE WS-VF-CTL-HDG TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "RECORD COUNT" TO WS-VCL-ITEM.
           MOVE MCTL-REC-COUNT TO WS-VCL-ON-FILE.
           MOVE WS-MC-COUNT TO WS-VCL-COMPUTED.
           MOVE WS-VF-CTL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "KEY-DATE HASH" TO WS-VCL-ITEM.
           MOVE MCTL-KEY-HASH TO WS-VCL-ON-FILE.
           MOVE WS-MC-HASH TO WS-VCL-COMPUTED.
           MOVE WS-VF-CTL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "LOW KEY" TO WS-VCL-ITEM.
           MOVE MCTL-LOW-KEY TO WS-VCL-ON-FILE.
           MOVE WS-MC-LOW-KEY TO WS-VCL-COMPUTED.
           MOVE WS-VF-CTL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "HIGH KEY" TO WS-VCL-ITEM.
           MOVE MCTL-HIGH-KEY TO WS-VCL-ON-FILE.
           MOVE WS-MC-HIGH-KEY TO WS-VCL-COMPUTED.
           MOVE WS-VF-CTL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "GENERATION" TO WS-VCL-ITEM.
           MOVE SPACES TO WS-VCL-ON-FILE.
           STRING MCTL-GEN-STAMP " " MCTL-GEN-MODE
               DELIMITED BY SIZE INTO WS-VCL-ON-FILE.
           MOVE SPACES TO WS-VCL-COMPUTED.
           MOVE WS-VF-CTL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           STRING "    CONTROL RECORD " WS-VF-CTL-RESULT
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

      *> Every record a run puts toward the master ends up on
      *> MASTOUT, archived on ARCHOUT, still waiting on MASTRUN for
      *> a merge, or diverted as a duplicate -- so the first three
      *> together must equal what AUDITLOG says went toward the
      *> master less what it says was diverted. A restored record
      *> sits on ARCHOUT and MASTOUT both, and its RESTORE run
      *> counted it toward the master again, so restores balance
      *> too. Audit lines from before runs recorded that count are
      *> taken at their accepted count.
       6430-RECONCILE-MASTER.
           MOVE 0 TO WS-VF-ARCHIVED.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "35"
               MOVE "ARCHIVE-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-ARCH-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ARCH-REC-TYPE NOT = "HDR"
                              AND ARCH-REC-TYPE NOT = "TRL"
                               ADD 1 TO WS-VF-ARCHIVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

           MOVE 0 TO WS-VF-PENDING.
           OPEN INPUT RUN-MASTER-FILE.
           IF WS-RUNMST-STATUS NOT = "35"
               MOVE "RUN-MASTER-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-RUNMST-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RUN-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VF-PENDING
                   END-READ
               END-PERFORM
               CLOSE RUN-MASTER-FILE
           END-IF.

           MOVE "N" TO WS-VF-AUDIT-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "35"
               MOVE "AUDIT-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-AUDIT-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               SET WS-VF-AUDIT-FOUND TO TRUE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 6435-TALLY-ONE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

           COMPUTE WS-VF-ACCOUNTED =
               WS-VF-READ + WS-VF-ARCHIVED + WS-VF-PENDING.
           COMPUTE WS-VF-EXPECTED = WS-VF-AUDIT-IN - WS-VF-AUDIT-DUP.
           IF WS-VF-AUDIT-FOUND
               COMPUTE WS-VF-DIFFERENCE =
                   WS-VF-ACCOUNTED - WS-VF-EXPECTED
               IF WS-VF-DIFFERENCE = 0
                   MOVE "BALANCED" TO WS-VF-RESULT
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-VF-RESULT
               END-IF
           ELSE
               MOVE 0 TO WS-VF-DIFFERENCE
               MOVE "NO AUDIT LOG" TO WS-VF-RESULT
           END-IF.

           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "  RECONCILIATION TO AUDITLOG" TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "MASTOUT RECORDS" TO WS-TL-LABEL.
           MOVE WS-VF-READ TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "ARCHOUT RECORDS" TO WS-TL-LABEL.
           MOVE WS-VF-ARCHIVED TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "MASTRUN NOT YET MERGED" TO WS-TL-LABEL.
           MOVE WS-VF-PENDING TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "ACCOUNTED FOR" TO WS-TL-LABEL.
           MOVE WS-VF-ACCOUNTED TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "AUDITLOG RUNS READ" TO WS-TL-LABEL.
           MOVE WS-VF-AUDIT-RUNS TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "PUT TOWARD MASTER" TO WS-TL-LABEL.
           MOVE WS-VF-AUDIT-IN TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "DUPLICATES DIVERTED" TO WS-TL-LABEL.
           MOVE WS-VF-AUDIT-DUP TO WS-TL-COUNT.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "EXPECTED" TO WS-VD-LABEL.
           MOVE WS-VF-EXPECTED TO WS-VD-COUNT.
           MOVE WS-VF-DIFF-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE "DIFFERENCE" TO WS-VD-LABEL.
           MOVE WS-VF-DIFFERENCE TO WS-VD-COUNT.
           MOVE WS-VF-DIFF-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           STRING "    " WS-VF-RESULT
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.

       6435-TALLY-ONE-AUDIT.
           IF AUD-RUN-TIMESTAMP (1:8) IS NOT NUMERIC
               DISPLAY "DATEVAL: unreadable audit line skipped"
           ELSE
               ADD 1 TO WS-VF-AUDIT-RUNS
               IF AUD-COUNT-TO-MASTER IS NUMERIC
                   ADD AUD-COUNT-TO-MASTER TO WS-VF-AUDIT-IN
               ELSE IF AUD-COUNT-ACCEPTED IS NUMERIC
                   ADD AUD-COUNT-ACCEPTED TO WS-VF-AUDIT-IN
               END-IF
               END-IF
               IF AUD-COUNT-DUPLICATE IS NUMERIC
                   ADD AUD-COUNT-DUPLICATE TO WS-VF-AUDIT-DUP
               END-IF
           END-IF.

       6490-DISPLAY-VERIFY-SUMMARY.
           DISPLAY "===== DATEVAL VERIFY SUMMARY =====".
           DISPLAY "Master records read:         " WS-VF-READ.
           DISPLAY "Out of order or repeated:    " WS-VF-ORDER.
           DISPLAY "Unknown site code:           " WS-VF-BAD-SITE.
           DISPLAY "Local stamp out of line:     " WS-VF-BAD-STAMP.
           DISPLAY "Control record:              " WS-VF-CTL-RESULT.
           DISPLAY "Accounted for:               " WS-VF-ACCOUNTED.
           MOVE WS-VF-EXPECTED TO WS-VF-SIGNED-ED.
           DISPLAY "Expected from audit log:     " WS-VF-SIGNED-ED.
           DISPLAY "Reconciliation:              " WS-VF-RESULT.
           DISPLAY "==================================".

      *> SHIFT mode: the batch replacement for keying pairs through
      *> are normalized to shop time so a pair crossing a DST
      *> changeover (or keyed at different plants) still measures the
      *> real duration, and the good pairs go straight to the PAYOUT
      *> interface file. Every pair is also held against the paid-
      *> shift history, so a re-sent file or two shifts for the same
      *> person that overlap never get paid twice; what this run paid
      *> is added to the history once PAYOUT is closed. A shift
      *> dated in a pay period CLOSE has locked is not put on PAYOUT
      *> at all: it is held for the prior-period adjustment extract.
       6500-SHIFT-ENTRY.
           PERFORM 9200-ACQUIRE-RUN-TOKEN.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 6670-LOAD-PAY-HISTORY.
           PERFORM 6960-LOAD-PAY-CONTROL.
           OPEN INPUT SHIFT-FILE.
           MOVE "SHIFT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-SHIFT-STATUS TO WS-FILE-ERROR-STATUS.
           MOVE WS-PAYROLL-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           OPEN OUTPUT PAY-ADJUST-FILE.
           MOVE "PAY-ADJUST-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-PAYADJ-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.

           MOVE "N" TO WS-SHIFT-EOF-SW.
           PERFORM UNTIL WS-SHIFT-EOF
               READ SHIFT-FILE
           CLOSE SHIFT-FILE.
           CLOSE SHIFT-REJECT-FILE.
           CLOSE PAYROLL-FILE.
           PERFORM 6820-APPLY-ADJUSTMENTS.
           CLOSE PAY-ADJUST-FILE.
           PERFORM 6800-UPDATE-PAY-HISTORY.
           PERFORM 6850-POST-ADJUST-CONTROL.
           PERFORM 6900-DISPLAY-SHIFT-SUMMARY.

       6600-PROCESS-ONE-SHIFT.
                       MOVE "NEG-ELAPSED" TO WS-SHIFT-REASON
                   ELSE IF WS-ELAPSED-MINUTES > WS-SHIFT-MAX-MINUTES
                       MOVE "OVER-16-HR" TO WS-SHIFT-REASON
                   ELSE
                       PERFORM 6660-CHECK-PAY-HISTORY
                   END-IF
               END-IF
           END-IF.

      *> 6660 leaves WS-PC-FOUND set for a shift it passed.
           IF WS-SHIFT-REASON = SPACES
               IF WS-PC-FOUND
                   PERFORM 6720-HOLD-ADJUSTMENT
               ELSE
                   PERFORM 6700-WRITE-PAYROLL
               END-IF
           ELSE
               PERFORM 6750-WRITE-SHIFT-REJECT
           END-IF.
               MOVE WS-SITE-REASON-CODE TO WS-SHIFT-REASON
           END-IF.

      *> Both sides are good and the length is plausible: hold the
      *> shop-time span against every shift already paid to the same
      *> employee, on the history or earlier in this run. A shift in
      *> a closed period older than the last PAYPURG cannot be held
      *> against history that is gone, so it goes to the clerk.
       6660-CHECK-PAY-HISTORY.
           MOVE WS-ELAPSE-DATE-1 TO WS-PH-THIS-START (1:8).
           MOVE WS-ELAPSE-TIME-1 TO WS-PH-THIS-START (9:6).
           MOVE WS-ELAPSE-DATE-2 TO WS-PH-THIS-END (1:8).
           MOVE WS-ELAPSE-TIME-2 TO WS-PH-THIS-END (9:6).
           SET WS-PH-NO-CLASH TO TRUE.
           MOVE SHIFT-START-DATE TO WS-PC-DATE.
           PERFORM 6965-FIND-CLOSED-PERIOD.
           IF WS-PC-FOUND AND SHIFT-START-DATE < WS-PC-HIST-FROM
               MOVE "HIST-PURGED" TO WS-SHIFT-REASON
               ADD 1 TO WS-SHIFT-REJ-PURGED
           ELSE
               PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                       UNTIL WS-PH-SUB > WS-PH-COUNT
                          OR WS-PH-ALREADY-PAID
                   IF WS-PH-EMP (WS-PH-SUB) = SHIFT-EMP-ID
                       IF WS-PH-START (WS-PH-SUB) = WS-PH-THIS-START
                           SET WS-PH-ALREADY-PAID TO TRUE
                       ELSE IF WS-PH-START (WS-PH-SUB)
                               < WS-PH-THIS-END
                          AND WS-PH-THIS-START
                               < WS-PH-END (WS-PH-SUB)
                           SET WS-PH-OVERLAP TO TRUE
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PH-ALREADY-PAID
               MOVE "ALREADY-PAID" TO WS-SHIFT-REASON
               ADD 1 TO WS-SHIFT-REJ-PAID
           ELSE IF WS-PH-OVERLAP
               MOVE "OVERLAP" TO WS-SHIFT-REASON
               ADD 1 TO WS-SHIFT-REJ-OVERLAP
           END-IF.

      *> Load PAYHIST for SHIFT mode. No history yet is not an error
      *> -- the first run builds it.
       6670-LOAD-PAY-HISTORY.
           MOVE 0 TO WS-PH-COUNT.
           MOVE 0 TO WS-PH-LOADED.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "35"
               DISPLAY "DATEVAL: no paid-shift history - "
                   "starting one"
           ELSE
               MOVE "PAY-HISTORY-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-PAYHIST-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-PAYHIST-EOF-SW
               PERFORM UNTIL WS-PAYHIST-EOF
                   READ PAY-HISTORY-FILE
                       AT END
                           SET WS-PAYHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 6680-STORE-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       6680-STORE-ONE-HISTORY.
           PERFORM 6690-CHECK-HISTORY-ROOM.
           ADD 1 TO WS-PH-COUNT.
           ADD 1 TO WS-PH-LOADED.
           MOVE PHST-EMP-ID TO WS-PH-EMP (WS-PH-COUNT).
           MOVE PHST-START-KEY TO WS-PH-START (WS-PH-COUNT).
           MOVE PHST-END-KEY TO WS-PH-END (WS-PH-COUNT).
           MOVE PHST-WORKED-MINUTES TO WS-PH-MINUTES (WS-PH-COUNT).
           MOVE PHST-PAY-DATE TO WS-PH-PAY-DATE (WS-PH-COUNT).
           MOVE PHST-SITE TO WS-PH-SITE (WS-PH-COUNT).
           MOVE "N" TO WS-PH-NEW-SW (WS-PH-COUNT).

       6690-CHECK-HISTORY-ROOM.
           IF WS-PH-COUNT NOT < 30000
               DISPLAY "DATEVAL: more than 30000 paid shifts on "
                   "PAYHIST - run PAYPURG"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

      *> The pay system wants the shift under the date the plant
      *> booked it, not the shop-time date a night shift may have
      *> slid to, so PAY-SHIFT-DATE comes from the record as keyed.
       6700-WRITE-PAYROLL.
           PERFORM 6690-CHECK-HISTORY-ROOM.
           MOVE SHIFT-EMP-ID TO PAY-EMP-ID.
           MOVE SHIFT-START-DATE TO PAY-SHIFT-DATE.
           MOVE WS-ELAPSED-MINUTES TO PAY-WORKED-MINUTES.
           MOVE SHIFT-START-SITE TO PAY-SITE.
           WRITE PAYROLL-RECORD.
           ADD 1 TO WS-SHIFT-PAID.
           ADD WS-ELAPSED-MINUTES TO WS-SHIFT-TOTAL-MINUTES.
           PERFORM 6710-ADD-PAID-HISTORY.

       6710-ADD-PAID-HISTORY.
           ADD 1 TO WS-PH-COUNT.
           MOVE SHIFT-EMP-ID TO WS-PH-EMP (WS-PH-COUNT).
           MOVE WS-PH-THIS-START TO WS-PH-START (WS-PH-COUNT).
           MOVE WS-PH-THIS-END TO WS-PH-END (WS-PH-COUNT).
           MOVE WS-ELAPSED-MINUTES TO WS-PH-MINUTES (WS-PH-COUNT).
           MOVE SHIFT-START-DATE TO WS-PH-PAY-DATE (WS-PH-COUNT).
           MOVE SHIFT-START-SITE TO WS-PH-SITE (WS-PH-COUNT).
           SET WS-PH-IS-NEW (WS-PH-COUNT) TO TRUE.

      *> A good shift dated in a closed pay period (WS-PC-SUB left on
      *> it by 6965): held for 6820, and on the paid history like any
      *> other shift so a re-send is still caught.
       6720-HOLD-ADJUSTMENT.
           PERFORM 6690-CHECK-HISTORY-ROOM.
           IF WS-PA-SHIFT-COUNT NOT < 2000
               DISPLAY "DATEVAL: more than 2000 shifts for closed "
                   "pay periods in one run"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           ADD 1 TO WS-PA-SHIFT-COUNT.
           MOVE SHIFT-EMP-ID TO WS-PA-S-EMP (WS-PA-SHIFT-COUNT).
           MOVE WS-PC-FROM (WS-PC-SUB)
               TO WS-PA-S-FROM (WS-PA-SHIFT-COUNT).
           MOVE SHIFT-START-DATE TO WS-PA-S-DATE (WS-PA-SHIFT-COUNT).
           MOVE WS-ELAPSED-MINUTES
               TO WS-PA-S-MINUTES (WS-PA-SHIFT-COUNT).
           ADD 1 TO WS-SHIFT-ADJUSTED.
           PERFORM 6710-ADD-PAID-HISTORY.

       6750-WRITE-SHIFT-REJECT.
           MOVE WS-SHIFT-REASON TO SREJ-REASON-CODE.
           WRITE SHIFT-REJECT-RECORD.
           ADD 1 TO WS-SHIFT-REJECTED.

      *> This run's paid shifts go on the end of PAYHIST only after
      *> PAYOUT and PAYADJ are closed, and the adjustment rows go on
      *> PAYCTL only after that (6850), so a run that dies before
      *> PAYHIST is rewritten leaves the history and PAYCTL as they
      *> were and the rerun pays the same shifts again into a fresh
      *> PAYOUT and PAYADJ. A run that dies after it, in the PAYCTL
      *> append itself, has paid its shifts but not recorded their
      *> adjustment: set that run's PAYADJ aside before any rerun
      *> cuts it afresh, and post the missing PAYCTL rows by hand.
      *> The sort puts the file back into employee / shop-time start
      *> order.
       6800-UPDATE-PAY-HISTORY.
           MOVE 0 TO WS-PH-APPENDED.
           IF WS-PH-COUNT > WS-PH-LOADED
               OPEN EXTEND PAY-HISTORY-FILE
               IF WS-PAYHIST-STATUS = "35"
                   OPEN OUTPUT PAY-HISTORY-FILE
               END-IF
               MOVE "PAY-HISTORY-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-PAYHIST-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                       UNTIL WS-PH-SUB > WS-PH-COUNT
                   IF WS-PH-IS-NEW (WS-PH-SUB)
                       PERFORM 6810-WRITE-ONE-HISTORY
                   END-IF
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
               SORT PAY-HISTORY-SORT-WORK
                   ON ASCENDING KEY SRT-PHST-EMP-ID SRT-PHST-START-KEY
                   USING PAY-HISTORY-FILE
                   GIVING PAY-HISTORY-FILE
           END-IF.

       6810-WRITE-ONE-HISTORY.
           MOVE WS-PH-EMP (WS-PH-SUB) TO PHST-EMP-ID.
           MOVE WS-PH-START (WS-PH-SUB) TO PHST-START-KEY.
           MOVE WS-PH-END (WS-PH-SUB) TO PHST-END-KEY.
           MOVE WS-PH-MINUTES (WS-PH-SUB) TO PHST-WORKED-MINUTES.
           MOVE WS-PH-PAY-DATE (WS-PH-SUB) TO PHST-PAY-DATE.
           MOVE WS-CURR-DATE TO PHST-RUN-DATE.
           MOVE WS-PH-SITE (WS-PH-SUB) TO PHST-SITE.
           WRITE PAY-HISTORY-RECORD.
           ADD 1 TO WS-PH-APPENDED.

      *> Prior-period adjustments: for each employee and closed
      *> period the late shifts touch, the period is split again the
      *> way PAYSUM splits it -- the PAYCTL day rows plus the late
      *> shifts, through the PAYSUM tally -- and the result less the
      *> period's current totals (its "E" plus earlier "A"s) is the
      *> adjustment. The late shifts are added as day rows (by 6850,
      *> once PAYHIST is updated) so the next adjustment to the same
      *> period starts from them.
       6820-APPLY-ADJUSTMENTS.
           MOVE 0 TO WS-PA-WRITTEN.
           MOVE 0 TO WS-PA-PAIR-COUNT.
           MOVE 0 TO WS-PA-DAY-COUNT.
           IF WS-PA-SHIFT-COUNT > 0
               PERFORM VARYING WS-PA-S-SUB FROM 1 BY 1
                       UNTIL WS-PA-S-SUB > WS-PA-SHIFT-COUNT
                   MOVE WS-PA-S-EMP (WS-PA-S-SUB) TO WS-PA-KEY-EMP
                   MOVE WS-PA-S-FROM (WS-PA-S-SUB) TO WS-PA-KEY-FROM
                   PERFORM 6840-FIND-ADJUST-PAIR
                   IF NOT WS-PA-FOUND
                       PERFORM 6842-ADD-ADJUST-PAIR
                   END-IF
                   ADD 1 TO WS-PA-P-SHIFTS (WS-PA-P-SUB)
                   ADD WS-PA-S-MINUTES (WS-PA-S-SUB)
                       TO WS-PA-P-MINUTES (WS-PA-P-SUB)
               END-PERFORM
               PERFORM 6825-LOAD-PERIOD-DETAIL
               PERFORM VARYING WS-PA-P-SUB FROM 1 BY 1
                       UNTIL WS-PA-P-SUB > WS-PA-PAIR-COUNT
                   PERFORM 6830-ADJUST-ONE-PAIR
               END-PERFORM
           END-IF.

      *> The late shifts go on PAYCTL as day rows, each period's
      *> adjustment as an "A" row after them. Done last, once PAYHIST
      *> holds the same shifts: until then a failed run has changed
      *> neither file and its rerun works the same adjustment out
      *> again from the same rows.
       6850-POST-ADJUST-CONTROL.
           IF WS-PA-PAIR-COUNT > 0
               OPEN EXTEND PAY-CONTROL-FILE
               MOVE "PAY-CONTROL-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-PAYCTL-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               PERFORM VARYING WS-PA-P-SUB FROM 1 BY 1
                       UNTIL WS-PA-P-SUB > WS-PA-PAIR-COUNT
                   PERFORM 6855-POST-ONE-PAIR
               END-PERFORM
               CLOSE PAY-CONTROL-FILE
           END-IF.

       6855-POST-ONE-PAIR.
           PERFORM VARYING WS-PA-S-SUB FROM 1 BY 1
                   UNTIL WS-PA-S-SUB > WS-PA-SHIFT-COUNT
               IF WS-PA-S-EMP (WS-PA-S-SUB) = WS-PA-P-EMP (WS-PA-P-SUB)
                  AND WS-PA-S-FROM (WS-PA-S-SUB)
                      = WS-PA-P-FROM (WS-PA-P-SUB)
                   MOVE SPACES TO PAY-CONTROL-RECORD
                   MOVE "D" TO PCTL-REC-TYPE
                   MOVE WS-PA-S-FROM (WS-PA-S-SUB) TO PCTL-PERIOD-FROM
                   MOVE WS-PA-S-EMP (WS-PA-S-SUB) TO PCTL-DAY-EMP-ID
                   MOVE WS-PA-S-DATE (WS-PA-S-SUB) TO PCTL-DAY-DATE
                   MOVE WS-PA-S-MINUTES (WS-PA-S-SUB)
                       TO PCTL-DAY-MINUTES
                   WRITE PAY-CONTROL-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO PAY-CONTROL-RECORD.
           MOVE "A" TO PCTL-REC-TYPE.
           MOVE WS-PA-P-FROM (WS-PA-P-SUB) TO PCTL-PERIOD-FROM.
           MOVE WS-PA-P-EMP (WS-PA-P-SUB) TO PCTL-ADJ-EMP-ID.
           MOVE WS-PA-P-REG-DELTA (WS-PA-P-SUB) TO PCTL-ADJ-REG-DELTA.
           MOVE WS-PA-P-OT-DELTA (WS-PA-P-SUB) TO PCTL-ADJ-OT-DELTA.
           MOVE WS-CURR-DATE TO PCTL-ADJ-RUN-DATE.
           WRITE PAY-CONTROL-RECORD.

      *> Pick up, for just the employee-periods being adjusted, the
      *> current totals and the day rows from PAYCTL.
       6825-LOAD-PERIOD-DETAIL.
           OPEN INPUT PAY-CONTROL-FILE.
           MOVE "PAY-CONTROL-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-PAYCTL-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE "N" TO WS-PAYCTL-EOF-SW.
           PERFORM UNTIL WS-PAYCTL-EOF
               READ PAY-CONTROL-FILE
                   AT END
                       SET WS-PAYCTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 6827-TAKE-ONE-DETAIL
               END-READ
           END-PERFORM.
           CLOSE PAY-CONTROL-FILE.

       6827-TAKE-ONE-DETAIL.
           MOVE PCTL-PERIOD-FROM TO WS-PA-KEY-FROM.
           IF PCTL-IS-EMP-TOTAL
               MOVE PCTL-EMP-ID TO WS-PA-KEY-EMP
               PERFORM 6840-FIND-ADJUST-PAIR
               IF WS-PA-FOUND
                   ADD PCTL-EMP-REG TO WS-PA-P-BASE-REG (WS-PA-P-SUB)
                   ADD PCTL-EMP-OT TO WS-PA-P-BASE-OT (WS-PA-P-SUB)
               END-IF
           ELSE IF PCTL-IS-ADJUSTMENT
               MOVE PCTL-ADJ-EMP-ID TO WS-PA-KEY-EMP
               PERFORM 6840-FIND-ADJUST-PAIR
               IF WS-PA-FOUND
                   ADD PCTL-ADJ-REG-DELTA
                       TO WS-PA-P-BASE-REG (WS-PA-P-SUB)
                   ADD PCTL-ADJ-OT-DELTA
                       TO WS-PA-P-BASE-OT (WS-PA-P-SUB)
               END-IF
           ELSE IF PCTL-IS-DAY
               MOVE PCTL-DAY-EMP-ID TO WS-PA-KEY-EMP
               PERFORM 6840-FIND-ADJUST-PAIR
               IF WS-PA-FOUND
                   IF WS-PA-DAY-COUNT NOT < 10000
                       DISPLAY "DATEVAL: more than 10000 closed "
                           "employee-days to adjust in one run"
                       MOVE 16 TO RETURN-CODE
                       GO TO END-PROGRAM
                   END-IF
                   ADD 1 TO WS-PA-DAY-COUNT
                   MOVE PCTL-DAY-EMP-ID
                       TO WS-PA-D-EMP (WS-PA-DAY-COUNT)
                   MOVE PCTL-PERIOD-FROM
                       TO WS-PA-D-FROM (WS-PA-DAY-COUNT)
                   MOVE PCTL-DAY-DATE
                       TO WS-PA-D-DATE (WS-PA-DAY-COUNT)
                   MOVE PCTL-DAY-MINUTES
                       TO WS-PA-D-MINUTES (WS-PA-DAY-COUNT)
               END-IF
           END-IF.

      *> One employee-period. The day rows and late shifts are fed
      *> through 8715 by way of the PAYOUT record area (PAYOUT itself
      *> is closed by now), with the PAYSUM tables emptied first.
       6830-ADJUST-ONE-PAIR.
           MOVE 0 TO WS-PS-DAY-COUNT.
           MOVE 0 TO WS-PS-WEEK-COUNT.
           MOVE 0 TO WS-PS-EMP-COUNT.
           MOVE 0 TO WS-PS-SITE-COUNT.
           MOVE WS-PA-P-FROM (WS-PA-P-SUB) TO WS-PS-FROM-DATE.
           MOVE WS-PA-P-TO (WS-PA-P-SUB) TO WS-PS-TO-DATE.
           PERFORM VARYING WS-PA-D-SUB FROM 1 BY 1
                   UNTIL WS-PA-D-SUB > WS-PA-DAY-COUNT
               IF WS-PA-D-EMP (WS-PA-D-SUB) = WS-PA-P-EMP (WS-PA-P-SUB)
                  AND WS-PA-D-FROM (WS-PA-D-SUB)
                      = WS-PA-P-FROM (WS-PA-P-SUB)
                   MOVE WS-PA-D-EMP (WS-PA-D-SUB) TO PAY-EMP-ID
                   MOVE WS-PA-D-DATE (WS-PA-D-SUB) TO PAY-SHIFT-DATE
                   MOVE WS-PA-D-MINUTES (WS-PA-D-SUB)
                       TO PAY-WORKED-MINUTES
                   MOVE SPACES TO PAY-SITE
                   PERFORM 8715-TALLY-ONE-PAYOUT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PA-S-SUB FROM 1 BY 1
                   UNTIL WS-PA-S-SUB > WS-PA-SHIFT-COUNT
               IF WS-PA-S-EMP (WS-PA-S-SUB) = WS-PA-P-EMP (WS-PA-P-SUB)
                  AND WS-PA-S-FROM (WS-PA-S-SUB)
                      = WS-PA-P-FROM (WS-PA-P-SUB)
                   MOVE WS-PA-S-EMP (WS-PA-S-SUB) TO PAY-EMP-ID
                   MOVE WS-PA-S-DATE (WS-PA-S-SUB) TO PAY-SHIFT-DATE
                   MOVE WS-PA-S-MINUTES (WS-PA-S-SUB)
                       TO PAY-WORKED-MINUTES
                   MOVE SPACES TO PAY-SITE
                   PERFORM 8715-TALLY-ONE-PAYOUT
               END-IF
           END-PERFORM.
           PERFORM 8720-SPLIT-DAILY-OT.
           PERFORM 8730-APPLY-WEEKLY-OT.
           COMPUTE WS-PA-REG-DELTA =
               WS-PS-EMP-REG (1) - WS-PA-P-BASE-REG (WS-PA-P-SUB).
           COMPUTE WS-PA-OT-DELTA =
               WS-PS-EMP-OT (1) - WS-PA-P-BASE-OT (WS-PA-P-SUB).

           MOVE WS-PA-P-EMP (WS-PA-P-SUB) TO PADJ-EMP-ID.
           MOVE WS-PA-P-FROM (WS-PA-P-SUB) TO PADJ-PERIOD-FROM.
           MOVE WS-PA-P-TO (WS-PA-P-SUB) TO PADJ-PERIOD-TO.
           MOVE WS-PA-P-SHIFTS (WS-PA-P-SUB) TO PADJ-SHIFT-COUNT.
           MOVE WS-PA-P-MINUTES (WS-PA-P-SUB) TO PADJ-ADDED-MINUTES.
           MOVE WS-PA-REG-DELTA TO PADJ-REG-DELTA.
           MOVE WS-PA-OT-DELTA TO PADJ-OT-DELTA.
           MOVE WS-CURR-DATE TO PADJ-RUN-DATE.
           WRITE PAY-ADJUST-RECORD.
           ADD 1 TO WS-PA-WRITTEN.
           MOVE WS-PA-REG-DELTA TO WS-PA-P-REG-DELTA (WS-PA-P-SUB).
           MOVE WS-PA-OT-DELTA TO WS-PA-P-OT-DELTA (WS-PA-P-SUB).

      *> Find on the adjustment pairs, keyed by WS-PA-KEY-EMP and
      *> WS-PA-KEY-FROM; leaves WS-PA-P-SUB on the pair when found.
       6840-FIND-ADJUST-PAIR.
           MOVE "N" TO WS-PA-FOUND-SW.
           PERFORM VARYING WS-PA-P-SUB FROM 1 BY 1
                   UNTIL WS-PA-P-SUB > WS-PA-PAIR-COUNT
                      OR WS-PA-FOUND
               IF WS-PA-P-EMP (WS-PA-P-SUB) = WS-PA-KEY-EMP
                  AND WS-PA-P-FROM (WS-PA-P-SUB) = WS-PA-KEY-FROM
                   SET WS-PA-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PA-FOUND
               SUBTRACT 1 FROM WS-PA-P-SUB
           END-IF.

       6842-ADD-ADJUST-PAIR.
           IF WS-PA-PAIR-COUNT NOT < 500
               DISPLAY "DATEVAL: more than 500 employee-periods "
                   "to adjust in one run"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           ADD 1 TO WS-PA-PAIR-COUNT.
           MOVE WS-PA-PAIR-COUNT TO WS-PA-P-SUB.
           MOVE WS-PA-KEY-EMP TO WS-PA-P-EMP (WS-PA-P-SUB).
           MOVE WS-PA-KEY-FROM TO WS-PA-P-FROM (WS-PA-P-SUB).
           MOVE WS-PA-KEY-FROM TO WS-PC-DATE.
           PERFORM 6965-FIND-CLOSED-PERIOD.
           MOVE WS-PC-TO (WS-PC-SUB) TO WS-PA-P-TO (WS-PA-P-SUB).
           MOVE 0 TO WS-PA-P-SHIFTS (WS-PA-P-SUB).
           MOVE 0 TO WS-PA-P-MINUTES (WS-PA-P-SUB).
           MOVE 0 TO WS-PA-P-BASE-REG (WS-PA-P-SUB).
           MOVE 0 TO WS-PA-P-BASE-OT (WS-PA-P-SUB).

      *> PAYPURG mode: trim PAYHIST by pay period so SHIFT mode's
      *> working set stays bounded. The current period is found from
      *> the CALFILE pay calendar; the history keeps it and the
      *> PAYHIST-KEEP whole periods before it, and drops shifts with
      *> an earlier pay date -- but only from pay periods CLOSE has
      *> locked; an open period keeps its history however old. The
      *> cutoff goes on PAYCTL as an "H" mark so SHIFT knows which
      *> closed-period shifts it can no longer screen. There is no
      *> safe default for a purge, so a missing count or pay
      *> calendar stops the run.
       6850-PAYPURG-ENTRY.
           PERFORM 9200-ACQUIRE-RUN-TOKEN.
           IF WS-PARM-LOADED
               MOVE WS-PARM-PAYHIST-KEEP TO WS-PH-KEEP-PARM
           ELSE
               ACCEPT WS-PH-KEEP-PARM
                   FROM ENVIRONMENT "DATEVAL-PAYHIST-KEEP"
           END-IF.
           IF WS-PH-KEEP-PARM IS NOT NUMERIC
               DISPLAY "DATEVAL: DATEVAL-PAYHIST-KEEP missing or "
                   "not a two-digit period count - nothing purged"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           MOVE WS-PH-KEEP-PARM TO WS-PH-KEEP.

           PERFORM 1200-LOAD-CALENDAR.
           IF NOT WS-PAY-CAL-SET
               DISPLAY "DATEVAL: no pay calendar on CALFILE - "
                   "nothing purged"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           IF WS-PAY-ANCHOR-DATE > WS-CURR-DATE
               DISPLAY "DATEVAL: pay calendar starts after today - "
                   "nothing purged"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           COMPUTE WS-PH-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURR-DATE).
           COMPUTE WS-PH-ANCHOR-INT =
               FUNCTION INTEGER-OF-DATE (WS-PAY-ANCHOR-DATE).
           COMPUTE WS-PH-PERIODS =
               (WS-PH-TODAY-INT - WS-PH-ANCHOR-INT)
                   / WS-PAY-PERIOD-DAYS.
           COMPUTE WS-PH-CUTOFF-INT = WS-PH-ANCHOR-INT
               + (WS-PH-PERIODS * WS-PAY-PERIOD-DAYS)
               - (WS-PH-KEEP * WS-PAY-PERIOD-DAYS).
           COMPUTE WS-PH-CUTOFF =
               FUNCTION DATE-OF-INTEGER (WS-PH-CUTOFF-INT).

           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "35"
               DISPLAY "DATEVAL: no paid-shift history - "
                   "nothing to purge"
               GO TO END-PROGRAM
           END-IF.
           MOVE "PAY-HISTORY-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-PAYHIST-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           PERFORM 6960-LOAD-PAY-CONTROL.

           MOVE 0 TO WS-PH-READ.
           MOVE 0 TO WS-PH-KEPT.
           MOVE 0 TO WS-PH-PURGED.
           SORT PAY-HISTORY-SORT-WORK
               ON ASCENDING KEY SRT-PHST-EMP-ID SRT-PHST-START-KEY
               INPUT PROCEDURE IS 6860-SELECT-KEPT-HISTORY
               GIVING PAY-HISTORY-FILE.
           IF WS-PH-PURGED > 0
               OPEN EXTEND PAY-CONTROL-FILE
               MOVE "PAY-CONTROL-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-PAYCTL-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE SPACES TO PAY-CONTROL-RECORD
               MOVE "H" TO PCTL-REC-TYPE
               MOVE WS-PH-CUTOFF TO PCTL-PERIOD-FROM
               WRITE PAY-CONTROL-RECORD
               CLOSE PAY-CONTROL-FILE
           END-IF.
           PERFORM 6890-DISPLAY-PAYPURG-SUMMARY.

      *> Sort input: PAYHIST is already open. It is read through and
      *> closed here, before the sort writes the kept shifts back.
       6860-SELECT-KEPT-HISTORY.
           MOVE "N" TO WS-PAYHIST-EOF-SW.
           PERFORM UNTIL WS-PAYHIST-EOF
               READ PAY-HISTORY-FILE
                   AT END
                       SET WS-PAYHIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PH-READ
                       MOVE PHST-PAY-DATE TO WS-PC-DATE
                       PERFORM 6965-FIND-CLOSED-PERIOD
                       IF PHST-PAY-DATE < WS-PH-CUTOFF AND WS-PC-FOUND
                           ADD 1 TO WS-PH-PURGED
                       ELSE
                           IF PHST-PAY-DATE < WS-PH-CUTOFF
                               ADD 1 TO WS-PH-OPEN-KEPT
                           END-IF
                           ADD 1 TO WS-PH-KEPT
                           RELEASE SORT-PAY-HISTORY-RECORD
                               FROM PAY-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

       6890-DISPLAY-PAYPURG-SUMMARY.
           COMPUTE WS-PH-TOTAL = WS-PH-KEPT + WS-PH-PURGED.
           DISPLAY "===== DATEVAL PAYPURG SUMMARY =====".
           DISPLAY "Pay periods kept before now: " WS-PH-KEEP.
           DISPLAY "Purge cutoff (pay date):     " WS-PH-CUTOFF.
           DISPLAY "History records read:        " WS-PH-READ.
           DISPLAY "Kept on history:             " WS-PH-KEPT.
           DISPLAY "  period still open:         " WS-PH-OPEN-KEPT.
           DISPLAY "Purged:                      " WS-PH-PURGED.
           IF WS-PH-TOTAL NOT = WS-PH-READ
               DISPLAY "DATEVAL: purge counts do not reconcile"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           DISPLAY "===================================".

       6900-DISPLAY-SHIFT-SUMMARY.
           DISPLAY "===== DATEVAL SHIFT SUMMARY =====".
           DISPLAY "Shift records read:          " WS-SHIFT-READ.
           DISPLAY "Paid - written to payroll:   " WS-SHIFT-PAID.
           DISPLAY "Rejected for review:         " WS-SHIFT-REJECTED.
           DISPLAY "  of which already paid:     " WS-SHIFT-REJ-PAID.
           DISPLAY "  of which overlapping:      "
               WS-SHIFT-REJ-OVERLAP.
           DISPLAY "Paid history loaded:         " WS-PH-LOADED.
           DISPLAY "Added to paid history:       " WS-PH-APPENDED.
           DISPLAY "Held for closed periods:     " WS-SHIFT-ADJUSTED.
           DISPLAY "  rejected - history purged: "
               WS-SHIFT-REJ-PURGED.
           DISPLAY "Adjustments written:         " WS-PA-WRITTEN.
           DISPLAY "Total worked minutes:        "
               WS-SHIFT-TOTAL-MINUTES.
           DISPLAY "==================================".

      *> CLOSE mode: lock a pay period once the pay system has loaded
      *> its PAYSUMO. The period is split again from PAYOUT exactly
      *> as PAYSUM split it and must agree with PAYSUMO to the minute
      *> -- a PAYOUT that has moved on since PAYSUM ran, or a PAYSUMO
      *> for some other range, stops the close. The period, its
      *> per-employee totals and the day rows behind them go on
      *> PAYCTL with the closer's ID; from then on SHIFT sends
      *> shifts dated inside it to PAYADJ instead of PAYOUT.
       6950-CLOSE-ENTRY.
           PERFORM 9200-ACQUIRE-RUN-TOKEN.
           PERFORM 6955-GET-CLOSE-PERIOD.
           PERFORM 6960-LOAD-PAY-CONTROL.
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-COUNT
               IF WS-PC-FROM (WS-PC-SUB) <= WS-PS-TO-DATE
                  AND WS-PC-TO (WS-PC-SUB) >= WS-PS-FROM-DATE
                   DISPLAY "DATEVAL: overlaps closed pay period "
                       WS-PC-FROM (WS-PC-SUB) " - "
                       WS-PC-TO (WS-PC-SUB) " - nothing closed"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-PERFORM.
           PERFORM 8710-LOAD-PAYOUT.
           PERFORM 8720-SPLIT-DAILY-OT.
           PERFORM 8730-APPLY-WEEKLY-OT.
           MOVE 0 TO WS-CL-REG.
           MOVE 0 TO WS-CL-OT.
           PERFORM VARYING WS-PS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-PS-EMP-SUB > WS-PS-EMP-COUNT
               ADD WS-PS-EMP-REG (WS-PS-EMP-SUB) TO WS-CL-REG
               ADD WS-PS-EMP-OT (WS-PS-EMP-SUB) TO WS-CL-OT
           END-PERFORM.
           PERFORM 6970-CHECK-PAYSUM-OUTPUT.
           PERFORM 6975-WRITE-CLOSE-RECORDS.
           PERFORM 6990-DISPLAY-CLOSE-SUMMARY.

       6955-GET-CLOSE-PERIOD.
           IF WS-PARM-LOADED
               MOVE WS-PARM-CLOSE-FROM TO WS-CL-FROM-PARM
               MOVE WS-PARM-CLOSE-TO TO WS-CL-TO-PARM
               MOVE WS-PARM-CLOSE-BY TO WS-CL-BY-PARM
           ELSE
               ACCEPT WS-CL-FROM-PARM
                   FROM ENVIRONMENT "DATEVAL-CLOSE-FROM"
               ACCEPT WS-CL-TO-PARM
                   FROM ENVIRONMENT "DATEVAL-CLOSE-TO"
               ACCEPT WS-CL-BY-PARM
                   FROM ENVIRONMENT "DATEVAL-CLOSE-BY"
           END-IF.
           IF WS-CL-FROM-PARM IS NOT NUMERIC
              OR WS-CL-FROM-PARM = ZEROS
              OR WS-CL-TO-PARM IS NOT NUMERIC
              OR WS-CL-TO-PARM = ZEROS
               DISPLAY "DATEVAL: DATEVAL-CLOSE-FROM/-TO missing or "
                   "not dates - nothing closed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           IF WS-CL-BY-PARM = SPACES
               DISPLAY "DATEVAL: DATEVAL-CLOSE-BY missing - a close "
                   "must say who closed it - nothing closed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           MOVE WS-CL-FROM-PARM TO WS-PS-FROM-DATE.
           MOVE WS-CL-TO-PARM TO WS-PS-TO-DATE.
           IF WS-PS-FROM-DATE > WS-PS-TO-DATE
               DISPLAY "DATEVAL: DATEVAL-CLOSE-FROM is after "
                   "DATEVAL-CLOSE-TO - nothing closed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

      *> Load the closed periods and the paid-history purge mark
      *> from PAYCTL. No control file means no period is closed yet.
       6960-LOAD-PAY-CONTROL.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 0 TO WS-PC-HIST-FROM.
           OPEN INPUT PAY-CONTROL-FILE.
           IF WS-PAYCTL-STATUS = "35"
               DISPLAY "DATEVAL: no pay-period control file - "
                   "no period closed"
           ELSE
               MOVE "PAY-CONTROL-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-PAYCTL-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE "N" TO WS-PAYCTL-EOF-SW
               PERFORM UNTIL WS-PAYCTL-EOF
                   READ PAY-CONTROL-FILE
                       AT END
                           SET WS-PAYCTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 6962-STORE-ONE-CONTROL
                   END-READ
               END-PERFORM
               CLOSE PAY-CONTROL-FILE
           END-IF.

       6962-STORE-ONE-CONTROL.
           IF PCTL-IS-PERIOD
               IF WS-PC-COUNT < 500
                   ADD 1 TO WS-PC-COUNT
                   MOVE PCTL-PERIOD-FROM TO WS-PC-FROM (WS-PC-COUNT)
                   MOVE PCTL-PERIOD-TO TO WS-PC-TO (WS-PC-COUNT)
               ELSE
                   DISPLAY "DATEVAL: more than 500 closed pay "
                       "periods on PAYCTL"
                   MOVE 16 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           ELSE IF PCTL-IS-PURGE-MARK
               IF PCTL-PERIOD-FROM > WS-PC-HIST-FROM
                   MOVE PCTL-PERIOD-FROM TO WS-PC-HIST-FROM
               END-IF
           END-IF.

      *> Is WS-PC-DATE inside a closed period? Leaves WS-PC-SUB on
      *> the period when it is.
       6965-FIND-CLOSED-PERIOD.
           MOVE "N" TO WS-PC-FOUND-SW.
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-COUNT
                      OR WS-PC-FOUND
               IF WS-PC-DATE >= WS-PC-FROM (WS-PC-SUB)
                  AND WS-PC-DATE <= WS-PC-TO (WS-PC-SUB)
                   SET WS-PC-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PC-FOUND
               SUBTRACT 1 FROM WS-PC-SUB
           END-IF.

       6970-CHECK-PAYSUM-OUTPUT.
           OPEN INPUT PAYSUM-OUT-FILE.
           IF WS-PSUM-STATUS = "35"
               DISPLAY "DATEVAL: no PAYSUMO - run PAYSUM for the "
                   "period before closing it"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           MOVE "PAYSUM-OUT-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-PSUM-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE 0 TO WS-CL-PSUM-READ.
           MOVE 0 TO WS-CL-PSUM-REG.
           MOVE 0 TO WS-CL-PSUM-OT.
           MOVE 0 TO WS-CL-PSUM-OTHER.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ PAYSUM-OUT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CL-PSUM-READ
                       IF PSUM-PERIOD-FROM = WS-PS-FROM-DATE
                          AND PSUM-PERIOD-TO = WS-PS-TO-DATE
                           ADD PSUM-REG-MINUTES TO WS-CL-PSUM-REG
                           ADD PSUM-OT-MINUTES TO WS-CL-PSUM-OT
                       ELSE
                           ADD 1 TO WS-CL-PSUM-OTHER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYSUM-OUT-FILE.
           IF WS-CL-PSUM-OTHER > 0
              OR WS-CL-PSUM-READ NOT = WS-PS-EMP-COUNT
              OR WS-CL-PSUM-REG NOT = WS-CL-REG
              OR WS-CL-PSUM-OT NOT = WS-CL-OT
               DISPLAY "DATEVAL: PAYSUMO does not agree with PAYOUT "
                   "for " WS-PS-FROM-DATE " - " WS-PS-TO-DATE
               DISPLAY "DATEVAL: PAYSUMO reg/OT " WS-CL-PSUM-REG
                   "/" WS-CL-PSUM-OT ", PAYOUT reg/OT " WS-CL-REG
                   "/" WS-CL-OT " - rerun PAYSUM, nothing closed"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

       6975-WRITE-CLOSE-RECORDS.
           OPEN EXTEND PAY-CONTROL-FILE.
           IF WS-PAYCTL-STATUS = "35"
               OPEN OUTPUT PAY-CONTROL-FILE
           END-IF.
           MOVE "PAY-CONTROL-FILE" TO WS-FILE-ERROR-NAME.
           MOVE WS-PAYCTL-STATUS TO WS-FILE-ERROR-STATUS.
           PERFORM 9000-CHECK-FILE-STATUS.
           MOVE SPACES TO PAY-CONTROL-RECORD.
           MOVE "P" TO PCTL-REC-TYPE.
           MOVE WS-PS-FROM-DATE TO PCTL-PERIOD-FROM.
           MOVE WS-PS-TO-DATE TO PCTL-PERIOD-TO.
           MOVE WS-CL-BY-PARM TO PCTL-CLOSED-BY.
           MOVE WS-CURR-DATE TO PCTL-CLOSED-DATE.
           MOVE WS-CURR-TIME TO PCTL-CLOSED-TIME.
           MOVE WS-CL-REG TO PCTL-REG-TOTAL.
           MOVE WS-CL-OT TO PCTL-OT-TOTAL.
           WRITE PAY-CONTROL-RECORD.
           PERFORM VARYING WS-PS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-PS-EMP-SUB > WS-PS-EMP-COUNT
               MOVE SPACES TO PAY-CONTROL-RECORD
               MOVE "E" TO PCTL-REC-TYPE
               MOVE WS-PS-FROM-DATE TO PCTL-PERIOD-FROM
               MOVE WS-PS-EMP-ID (WS-PS-EMP-SUB) TO PCTL-EMP-ID
               MOVE WS-PS-EMP-REG (WS-PS-EMP-SUB) TO PCTL-EMP-REG
               MOVE WS-PS-EMP-OT (WS-PS-EMP-SUB) TO PCTL-EMP-OT
               WRITE PAY-CONTROL-RECORD
           END-PERFORM.
           MOVE 0 TO WS-CL-DAYS-WRITTEN.
           PERFORM VARYING WS-PS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-PS-DAY-SUB > WS-PS-DAY-COUNT
               MOVE SPACES TO PAY-CONTROL-RECORD
               MOVE "D" TO PCTL-REC-TYPE
               MOVE WS-PS-FROM-DATE TO PCTL-PERIOD-FROM
               MOVE WS-PS-DAY-EMP (WS-PS-DAY-SUB) TO PCTL-DAY-EMP-ID
               MOVE WS-PS-DAY-DATE (WS-PS-DAY-SUB) TO PCTL-DAY-DATE
               MOVE WS-PS-DAY-MINUTES (WS-PS-DAY-SUB)
                   TO PCTL-DAY-MINUTES
               WRITE PAY-CONTROL-RECORD
               ADD 1 TO WS-CL-DAYS-WRITTEN
           END-PERFORM.
           CLOSE PAY-CONTROL-FILE.

       6990-DISPLAY-CLOSE-SUMMARY.
           DISPLAY "===== DATEVAL CLOSE SUMMARY =====".
           DISPLAY "Pay period closed:           " WS-PS-FROM-DATE
               " - " WS-PS-TO-DATE.
           DISPLAY "Closed by:                   " WS-CL-BY-PARM.
           DISPLAY "Payroll records in period:   " WS-PS-SELECTED.
           DISPLAY "Employees closed:            " WS-PS-EMP-COUNT.
           DISPLAY "Employee-days recorded:      " WS-CL-DAYS-WRITTEN.
           DISPLAY "Regular minutes:             " WS-CL-REG.
           DISPLAY "Overtime minutes:            " WS-CL-OT.
           DISPLAY "==================================".

      *> REPAIR mode: re-drive the morning's REJOUT through the same
      *> validation the entries failed the first time, with operator
      *> corrections (CORRIN, keyed by reject position) applied first.
           PERFORM 9200-ACQUIRE-RUN-TOKEN.
           PERFORM 1200-LOAD-CALENDAR.
           PERFORM 1300-LOAD-SITE-TABLE.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           PERFORM 7100-LOAD-CORRECTIONS.

           OPEN INPUT REJECT-FILE.
                   TO WS-CORR-ENTRY-TIME (WS-CORR-COUNT)
               MOVE CORR-SITE
                   TO WS-CORR-ENTRY-SITE (WS-CORR-COUNT)
               MOVE CORR-EMP-ID
                   TO WS-CORR-ENTRY-EMP (WS-CORR-COUNT)
           ELSE
               DISPLAY "DATEVAL: more than 500 corrections on CORRIN"
               MOVE 16 TO RETURN-CODE
           MOVE REJ-DATE TO WS-DATE.
           MOVE REJ-TIME TO WS-TIME.
           MOVE REJ-SITE TO WS-SITE.
           MOVE REJ-EMP-ID TO WS-EMP-ID.
           MOVE "N" TO WS-CORR-FOUND-SW.
           PERFORM VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT
                       MOVE WS-CORR-ENTRY-SITE (WS-CORR-SUB)
                           TO WS-SITE
                   END-IF
                   IF WS-CORR-ENTRY-EMP (WS-CORR-SUB) NOT = SPACES
                       MOVE WS-CORR-ENTRY-EMP (WS-CORR-SUB)
                           TO WS-EMP-ID
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 5000-VALIDATE-DATE.
           PERFORM 5100-VALIDATE-TIME.
           PERFORM 5300-VALIDATE-SITE.
           PERFORM 5350-VALIDATE-EMPLOYEE.

           IF WS-DATE-IS-VALID AND WS-TIME-IS-VALID
              AND WS-SITE-IS-VALID AND WS-EMP-IS-VALID
               ADD 1 TO WS-COUNT-CURED
               PERFORM 4100-WRITE-MASTER
           ELSE

       7300-WRITE-REJECT-NEW.
      *> Same reason-code precedence as 4000-WRITE-REJECT: date wins,
      *> then time, then site, then badge.
           IF WS-DATE-IS-INVALID
               MOVE WS-DATE-REASON-CODE TO REJN-REASON-CODE
           ELSE IF WS-TIME-IS-INVALID
               MOVE WS-TIME-REASON-CODE TO REJN-REASON-CODE
           ELSE IF WS-SITE-IS-INVALID
               MOVE WS-SITE-REASON-CODE TO REJN-REASON-CODE
           ELSE
               MOVE WS-EMP-REASON-CODE TO REJN-REASON-CODE
           END-IF.
           MOVE WS-DATE TO REJN-DATE.
           MOVE WS-TIME TO REJN-TIME.
           MOVE WS-SITE TO REJN-SITE.
           MOVE WS-EMP-ID TO REJN-EMP-ID.
      *> The first-seen stamp rides forward untouched -- the point is
      *> how long the entry has been bad, not how recently it was
      *> re-tried. A reject written before the stamp existed arrives
           MOVE WS-AGE-HDG TO WS-RPT-PRINT-LINE.
           PERFORM 8590-WRITE-REPORT-LINE.
           PERFORM VARYING WS-AGE-ROW-SUB FROM 1 BY 1
               UNTIL WS-AGE-ROW-SUB > 8
               PERFORM 7460-PRINT-ONE-AGE-ROW
           END-PERFORM.
           MOVE SPACES TO WS-AGE-LINE (1:14).
       7500-CALENDAR-MAINT.
           MOVE SPACES TO WS-CAL-ACTION.
           PERFORM UNTIL WS-CAL-ACTION = "END"
               DISPLAY "Calendar action (ADD/PAY/LIST/END): "
               ACCEPT WS-CAL-ACTION
               IF WS-CAL-ACTION = "ADD"
                   PERFORM 7600-ADD-HOLIDAY
               ELSE IF WS-CAL-ACTION = "PAY"
                   PERFORM 7620-SET-PAY-CALENDAR
               ELSE IF WS-CAL-ACTION = "LIST"
                   PERFORM 7700-LIST-CALENDAR
               ELSE IF WS-CAL-ACTION NOT = "END"
               DISPLAY "Added holiday " WS-CAL-NEW-DATE
           END-IF.

      *> The pay calendar is one anchor date -- the first day of any
      *> pay period -- and the period length; a new "P" record
      *> supersedes the old one, which stays on file as history.
       7620-SET-PAY-CALENDAR.
           DISPLAY "First day of a pay period (YYYYMMDD): ".
           ACCEPT WS-CAL-NEW-DATE.
           DISPLAY "Days in each pay period (DDD): ".
           ACCEPT WS-CAL-PAY-DAYS-X.
           PERFORM 7650-VALIDATE-HOLIDAY-DATE.
           IF WS-CAL-DATE-BAD
               DISPLAY "Not a valid date - nothing added"
           ELSE IF WS-CAL-PAY-DAYS-X IS NOT NUMERIC
              OR WS-CAL-PAY-DAYS-X = "000"
               DISPLAY "Period length must be 001-999 - nothing added"
           ELSE
               OPEN EXTEND CALENDAR-FILE
               IF WS-CAL-STATUS = "35"
                   OPEN OUTPUT CALENDAR-FILE
               END-IF
               MOVE "CALENDAR-FILE" TO WS-FILE-ERROR-NAME
               MOVE WS-CAL-STATUS TO WS-FILE-ERROR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               MOVE SPACES TO CALENDAR-RECORD
               MOVE "P" TO CAL-REC-TYPE
               MOVE WS-CAL-NEW-DATE TO CAL-PAY-ANCHOR-DATE
               MOVE WS-CAL-PAY-DAYS-X TO CAL-PAY-PERIOD-DAYS
               WRITE CALENDAR-RECORD
               CLOSE CALENDAR-FILE
               DISPLAY "Pay calendar set: periods of "
                   WS-CAL-PAY-DAYS-X " days from " WS-CAL-NEW-DATE
           END-IF
           END-IF.

       7650-VALIDATE-HOLIDAY-DATE.
           SET WS-CAL-DATE-OK TO TRUE.
           IF WS-CAL-NEW-MM < 1 OR WS-CAL-NEW-MM > 12
                           IF CAL-IS-WEEK-RECORD
                               DISPLAY "Open flags (Mon-Sun): "
                                   CAL-WEEK-FLAGS
                           ELSE IF CAL-IS-PAY-CALENDAR
                               DISPLAY "Pay periods of "
                                   CAL-PAY-PERIOD-DAYS " days from "
                                   CAL-PAY-ANCHOR-DATE
                           ELSE
                               DISPLAY "Holiday " CAL-HOLIDAY-DATE
                                   " " CAL-HOLIDAY-DESC
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
