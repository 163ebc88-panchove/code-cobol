       78 CFG-DEFAULT-ROSTER-DELTA    VALUE "data/roster-delta.txt".
       78 CFG-DEFAULT-ROSTER-DELTARPT VALUE
           "data/roster-delta-rpt.txt".
      *   Our own changes going back the other way: roster-outbound
      *   writes one dated delta per transmission under this stem
      *   and keeps its high-water mark in the control record.
       78 CFG-DEFAULT-ROSTER-OUTSTEM  VALUE "data/roster-outbound-".
       78 CFG-DEFAULT-ROSTER-OUTCTL   VALUE "data/roster-outbound.ctl".
      *   Retention archive for aged inactive roster entries, moved
      *   there by roster-archive, and its report.
       78 CFG-DEFAULT-ROSTER-ARCH     VALUE "data/res_names_arch.dat".
       78 CFG-DEFAULT-ROSTER-STAGERPT VALUE
           "data/roster-stage-rpt.txt".
       78 CFG-DEFAULT-ROSTER-STAGECHK VALUE "data/roster-stage.chk".
      *   Quarterly full-file reconciliation: the registry's keys
      *   indexed for the match, the deactivation proposals the
      *   operator approves, and the reconciliation report.
       78 CFG-DEFAULT-ROSTER-RECONKEY VALUE
           "data/roster-recon-keys.dat".
       78 CFG-DEFAULT-ROSTER-PROPOSAL VALUE "data/roster-proposals.txt".
       78 CFG-DEFAULT-ROSTER-RECONRPT VALUE
           "data/roster-recon-rpt.txt".
      *   Review listing of the names roster-namesplit could not
      *   split into given names and surnames with confidence.
       78 CFG-DEFAULT-ROSTER-SPLITRPT VALUE
           "data/roster-split-rpt.txt".
      *   Personal-data inquiry and erasure for one person
      *   (roster-privacy): its report, and the work file the
      *   change journals are rewritten through.
       78 CFG-DEFAULT-PRIVACY-RPT     VALUE "data/privacy-rpt.txt".
       78 CFG-DEFAULT-PRIVACY-WORK    VALUE "data/privacy-work.txt".
      *   Printable statistics report written by roster-stats.
       78 CFG-DEFAULT-ROSTER-STATS    VALUE "data/roster-stats.txt".
      *   Phonetic companion index rebuilt by roster-phonetics.
       78 CFG-DEFAULT-APPT-DATA-FILE  VALUE "data/appointments.dat".
      *   Calendar owners master (id, name, department, active flag).
       78 CFG-DEFAULT-APPT-OWNERS     VALUE "data/appt-owners.dat".
      *   Attendee contact master (keyed like the roster), the
      *   nightly outbound notification queue for the messaging
      *   gateway, and the listing of attendees with no contact.
       78 CFG-DEFAULT-CONTACTS        VALUE "data/contacts.dat".
       78 CFG-DEFAULT-NOTIFY-QUEUE    VALUE "data/notify-queue.dat".
       78 CFG-DEFAULT-NOTIFY-EXCEPT   VALUE
           "data/notify-except-rpt.txt".
      *   Meeting-room resource master and its booking index (room +
      *   date/time), which is how two owners are kept out of the
      *   same room at the same hour.
       78 CFG-DEFAULT-APPT-ROOMS      VALUE "data/rooms.dat".
       78 CFG-DEFAULT-ROOM-BOOK       VALUE "data/room-book.dat".
      *   Pool-vehicle master (unit id as the GPS track knows it)
      *   and its booking index (unit + date/time), which keeps one
      *   vehicle out of two overlapping off-site trips.
       78 CFG-DEFAULT-APPT-VEHICLES   VALUE "data/vehicles.dat".
       78 CFG-DEFAULT-VEHICLE-BOOK    VALUE "data/vehicle-book.dat".
      *   Meeting-room rate master (room + effective date, per hour
      *   or per booking), the frozen chargeback history of closed
      *   months, the per-department statements and the summary
      *   extract for accounting (room-charge month-end job).
       78 CFG-DEFAULT-ROOM-RATES      VALUE "data/room-rates.dat".
       78 CFG-DEFAULT-ROOM-CHARGE     VALUE "data/room-charge.dat".
       78 CFG-DEFAULT-ROOM-CHARGE-RPT VALUE
           "data/room-charge-rpt.txt".
       78 CFG-DEFAULT-ROOM-CHARGE-SUM VALUE
           "data/room-charge-sum.txt".
      *   Appointment-type master (code, description, default
      *   duration, room-required flag, daily quota), maintained by
      *   type-maint.
       78 CFG-DEFAULT-APPT-TYPES      VALUE "data/appt-types.dat".
      *   Per-owner daily quotas by type, maintained by quota-maint.
       78 CFG-DEFAULT-APPT-QUOTAS     VALUE "data/appt-quotas.dat".
      *   Output side of appt-convert's one-time year rebuild.
       78 CFG-DEFAULT-APPT-DATA-NEW   VALUE
           "data/appointments.new.dat".
       78 CFG-DEFAULT-APPT-WAIT       VALUE "data/appt-wait.dat".
      *   Nightly waitlist sweep report (WLSWEEP batch job).
       78 CFG-DEFAULT-APPT-WLSWEEP    VALUE "data/appt-wlsweep-rpt.txt".
      *   Tentative holds with their confirm-by dates, and the
      *   nightly release report (HOLDREL batch job).
       78 CFG-DEFAULT-APPT-HOLD       VALUE "data/appt-holds.dat".
       78 CFG-DEFAULT-APPT-HOLDREL    VALUE "data/appt-holdrel-rpt.txt".
      *   Follow-up proposals awaiting the owner's answer, and the
      *   nightly proposal report (FOLLOWUP batch job).
       78 CFG-DEFAULT-APPT-FOLLOWUP   VALUE "data/appt-followups.dat".
       78 CFG-DEFAULT-APPT-FOLLOWRPT  VALUE
           "data/appt-followup-rpt.txt".
      *   Leave coverage (COVER batch job): the supervisor's summary,
      *   and the stem of each covering owner's own report, to which
      *   the owner id and ".txt" are appended.
       78 CFG-DEFAULT-APPT-COVERRPT   VALUE "data/appt-cover-rpt.txt".
       78 CFG-DEFAULT-APPT-COVER-STEM VALUE "data/appt-cover-".
      *   Service charges on billable visits (CHARGES batch job) and
      *   its nightly listing; the month-end close adds the charges
      *   register by department and the general-ledger posting
      *   extract, debiting each department's service expense and
      *   crediting service revenue on the two accounts below.
       78 CFG-DEFAULT-APPT-CHARGES    VALUE "data/appt-charges.dat".
       78 CFG-DEFAULT-APPT-CHARGERPT  VALUE
           "data/appt-charges-rpt.txt".
       78 CFG-DEFAULT-APPT-CHARGEREG  VALUE
           "data/appt-charges-reg.txt".
       78 CFG-DEFAULT-APPT-GL-EXTRACT VALUE "data/appt-gl-extract.dat".
       78 CFG-GL-SVC-EXPENSE-ACCT     VALUE "5105010001".
       78 CFG-GL-SVC-REVENUE-ACCT     VALUE "4105010001".
      *   Reception's call list from an emergency day closure
      *   (DAYCLOSE batch job).
       78 CFG-DEFAULT-APPT-CLOSECALLS VALUE
           "data/appt-closure-calls.txt".
      *   Attendee list behind each appointment (first attendee stays
      *   on the appointment record itself).
       78 CFG-DEFAULT-APPT-ATND       VALUE "data/appt-attendees.dat".
      *   Free-text note lines behind each appointment, and the
      *   notes of appointments since archived or cancelled.
       78 CFG-DEFAULT-APPT-NOTES      VALUE "data/appt-notes.dat".
       78 CFG-DEFAULT-APPT-NOTEHIST   VALUE "data/appt-notes-hist.dat".
      *   Shop holiday calendar, one line per holiday (AAAAMMDD and
      *   name), maintained through holiday-maint, which journals
      *   every change; the calendar's recurrence, reminders and
      *   month view read it, and an emergency day closure
      *   (DAYCLOSE) appends to it.
       78 CFG-DEFAULT-HOLIDAYS        VALUE "data/holidays.txt".
       78 CFG-DEFAULT-HOLIDAY-JRN     VALUE
           "data/holidays-journal.log".
      *   Week planner report (WEEKPLAN batch job).
       78 CFG-DEFAULT-APPT-WEEKPLAN   VALUE "data/appt-week-plan.txt".
      *   Daily no-show report (NOSHOW batch job) off the check-in
      *   desk's outcomes.
       78 CFG-DEFAULT-APPT-NOSHOW     VALUE "data/appt-noshow-rpt.txt".
      *   Visit satisfaction surveys keyed at the check-in desk, one
      *   per attended visit (layout in cpy/survey-rec).
       78 CFG-DEFAULT-APPT-SURVEYS    VALUE "data/appt-surveys.dat".
      *   Number register behind the quotable appointment reference
      *   numbers: one line holding the next number to issue.
       78 CFG-DEFAULT-APPT-REFNUM     VALUE "data/appt-refnum.dat".
      *   geofence zone.
       78 CFG-DEFAULT-APPT-COMPLY     VALUE
           "data/appt-compliance-rpt.txt".
      *   Nightly visit verification: pool-vehicle bookings checked
      *   against the vehicle track.
       78 CFG-DEFAULT-VISIT-VERIFY    VALUE
           "data/visit-verify-rpt.txt".
      *   Cancellation history and its report (CANCRPT batch job).
       78 CFG-DEFAULT-APPT-CANCEL     VALUE "data/appt-cancel.dat".
       78 CFG-DEFAULT-APPT-CANCRPT    VALUE
      *   Findings report of the old-versus-new file compare that
      *   signs a conversion off on evidence.
       78 CFG-DEFAULT-COMPARE-RPT     VALUE "data/compare-rpt.txt".
      *   Re-sorted 24-hour copy of an old side still on the 12-hour
      *   clock, built by the compare before it matches the pair.
       78 CFG-DEFAULT-COMPARE-WORK    VALUE "data/compare-work.dat".
      *   Generation backups: dated unload copies and the catalog
      *   of what was taken when.
       78 CFG-DEFAULT-BACKUP-PREFIX   VALUE "data/backup-".
       78 CFG-DEFAULT-BACKUP-CATALOG  VALUE "data/backup-catalog.txt".
      *   Log retention: the per-log retention periods, the stem
      *   of the dated archive files, the catalog of what each
      *   archive holds, and the pass's work copy and report.
       78 CFG-DEFAULT-LOG-RETENTION   VALUE "data/log-retention.txt".
       78 CFG-DEFAULT-LOG-ARCH-STEM   VALUE "data/log-archive-".
       78 CFG-DEFAULT-LOG-ARCH-CAT    VALUE
           "data/log-archive-catalog.txt".
       78 CFG-DEFAULT-LOG-RET-WORK    VALUE "data/log-retention.work".
       78 CFG-DEFAULT-LOG-RET-RPT     VALUE
           "data/log-retention-rpt.txt".
      *   Overnight report request queue, filed by report-request
      *   and fulfilled by report-runner.
       78 CFG-DEFAULT-REPORT-QUEUE    VALUE "data/report-requests.txt".
      *   to emit, and the default output the card can override.
       78 CFG-DEFAULT-EXTRACT-CTL     VALUE "data/extract-control.txt".
       78 CFG-DEFAULT-EXTRACT-OUT     VALUE "data/extracto.txt".
      *   Nightly changed-data extract for the reporting warehouse:
      *   one dated file per side under each stem, and the
      *   watermark of the last journal stamps sent.
       78 CFG-DEFAULT-CHG-APPT-STEM   VALUE "data/chg-appt-".
       78 CFG-DEFAULT-CHG-ROSTER-STEM VALUE "data/chg-roster-".
       78 CFG-DEFAULT-CHG-MARK        VALUE "data/change-extract.ctl".
      *   Nightly metrics history: one dated record of the key
      *   counts per night, appended by metrics-snapshot.
       78 CFG-DEFAULT-METRICS         VALUE "data/metrics-history.txt".
      *   The same night's appointment, cancellation and waitlist
      *   counts broken down by branch, one record per branch.
       78 CFG-DEFAULT-METRICS-BRANCH  VALUE "data/metrics-branch.txt".
      *   Roll-forward replay's applied/skipped report.
       78 CFG-DEFAULT-REPLAY-RPT      VALUE "data/replay-report.txt".
      *   Nightly restore drill's findings report.
       78 CFG-DEFAULT-PRINTERS        VALUE "data/printers.txt".
       78 CFG-DEFAULT-PRINT-ROUTES    VALUE "data/print-routes.txt".
       78 CFG-DEFAULT-RELEASE-LOG     VALUE "data/spool-release.log".
      *   Spool purge: the report names under legal hold, and the
      *   days a released member is kept when its routing rule
      *   names no retention class.
       78 CFG-DEFAULT-SPOOL-HOLDS     VALUE "data/spool-holds.txt".
       78 CFG-DEFAULT-SPOOL-KEEP-DAYS VALUE 30.
      *   Change journal behind the message/help-text maintenance
      *   screen.
       78 CFG-DEFAULT-MSG-JOURNAL     VALUE "data/msg-journal.log".
      *   Context-help catalog read by the show-help subprogram.
       78 CFG-DEFAULT-HELP-CATALOG    VALUE "data/help-text.txt".
      *   Function-key map read by the key-map subprogram.
       78 CFG-DEFAULT-KEY-MAP         VALUE "data/key-map.txt".
      *   Last sequence number issued per interface file type, for
      *   the header records the iface-control subprogram writes.
       78 CFG-DEFAULT-IFACE-SEQ       VALUE "data/iface-seq.txt".
      *   User master the main menu signs on against; carries each
      *   user's own colors and locale.
       78 CFG-DEFAULT-USER-MASTER     VALUE "data/users.dat".
      *   Role master: which menu options and maintenance programs
      *   each role may open, and whether to view or to update.
       78 CFG-DEFAULT-ROLES           VALUE "data/roles.txt".
      *   Session registry: who is signed on, where, since when,
      *   and the minutes at the menu after which a session is
      *   signed off for inactivity.
       78 CFG-DEFAULT-SESSIONS        VALUE "data/sessions.dat".
       78 CFG-DEFAULT-IDLE-MINUTES    VALUE 30.
      *   Change journal of the user master, and the sign-on's
      *   security events; security-rpt reports on both, flagging
      *   accounts unused for the number of days below.
       78 CFG-DEFAULT-USER-JOURNAL    VALUE "data/user-journal.log".
       78 CFG-DEFAULT-SECURITY-LOG    VALUE "data/security-events.log".
       78 CFG-DEFAULT-DORMANT-DAYS    VALUE 90.
      *   Daily HR transaction file (hires, transfers, leaves,
      *   returns and terminations) hr-apply applies to the owners
      *   and user masters, its applied/rejected listing, and the
      *   list of leavers' future appointments their supervisors
      *   are to reassign.
       78 CFG-DEFAULT-HR-FEED         VALUE "data/hr-feed.txt".
       78 CFG-DEFAULT-HR-FEEDRPT      VALUE "data/hr-feed-rpt.txt".
       78 CFG-DEFAULT-HR-REASSIGN     VALUE "data/hr-reassign.txt".
      *   Branch master, and the branch a master record with a
      *   blank branch code belongs to: everything written before
      *   branches existed is the head office's.
       78 CFG-DEFAULT-BRANCHES        VALUE "data/branches.dat".
       78 CFG-DEFAULT-HEAD-BRANCH     VALUE "MATR".
       78 CFG-DEFAULT-MENU-CONFIG     VALUE "data/menu-color.cfg".
       78 CFG-DEFAULT-MENU-AUDIT      VALUE "data/menu-audit.log".
      *   The error log rolls daily onto the stem below plus the
       78 CFG-DEFAULT-ERROR-LOG-STEM  VALUE "data/error-".
      *   Severe entries are duplicated here for the morning shift.
       78 CFG-DEFAULT-ALERT-LOG       VALUE "data/operator-alert.log".
      *   ...and forwarded to the system log, on this facility,
      *   for the operations monitoring console.
       78 CFG-DEFAULT-SYSLOG-FACILITY VALUE "user".
       78 CFG-DEFAULT-GPS-COORD-FILE  VALUE "cobol-gps/data/coords.txt".
      *   Ordered waypoint list for test-harvesine's route mode.
       78 CFG-DEFAULT-GPS-ROUTE-FILE  VALUE "cobol-gps/data/route.txt".
      *   Change journal behind the tariff maintenance screen.
       78 CFG-DEFAULT-GPS-TRFJRN      VALUE
           "cobol-gps/data/tariff-journal.log".
      *   Change journal behind the zone maintenance screen, and the
      *   work copy it stages a proposed zone file in for the
      *   before/after delivery-point comparison.
       78 CFG-DEFAULT-GPS-ZONEJRN     VALUE
           "cobol-gps/data/zone-journal.log".
       78 CFG-DEFAULT-GPS-ZONES-WORK  VALUE
           "cobol-gps/data/zones.new".
      *   Checkpoint file for the distance batch's restart support.
       78 CFG-DEFAULT-GPS-CHECKPOINT  VALUE "cobol-gps/data/coords.chk".
      *   Geofence zone definitions, delivery points and report.
       78 CFG-DEFAULT-GPS-TRACK       VALUE "cobol-gps/data/track.txt".
       78 CFG-DEFAULT-GPS-TRACKRPT    VALUE
           "cobol-gps/data/track-rpt.txt".
      *   Track anomaly report (gps-anomaly): speeding, long stops
      *   outside every zone and reporting gaps.
       78 CFG-DEFAULT-GPS-ANOMALY-RPT VALUE
           "cobol-gps/data/anomaly-rpt.txt".
      *   Territory-assignment report (gps-nearest batch mode).
       78 CFG-DEFAULT-GPS-TERRITORY   VALUE
           "cobol-gps/data/territory-rpt.txt".
      *   What-if branch scenario card (sites to close, candidate
      *   sites to open) and its side-by-side report (gps-nearest
      *   scenario mode).
       78 CFG-DEFAULT-GPS-SCENARIO    VALUE
           "cobol-gps/data/scenario.txt".
       78 CFG-DEFAULT-GPS-WHATIF      VALUE
           "cobol-gps/data/whatif-rpt.txt".
      *   Locations master (built by loc-load from the text list).
       78 CFG-DEFAULT-GPS-LOCATIONS   VALUE
           "cobol-gps/data/locations.dat".
           "cobol-gps/data/locations.txt".
       78 CFG-DEFAULT-GPS-RESULTS-FILE VALUE
           "cobol-gps/data/coords-results.txt".
      *   Postal-code centroid master (built by postal-load from the
      *   national postal file) for places not yet surveyed.
       78 CFG-DEFAULT-GPS-POSTAL      VALUE
           "cobol-gps/data/postal.dat".
       78 CFG-DEFAULT-GPS-POSTAL-TEXT VALUE
           "cobol-gps/data/postal.txt".
      *   Vehicle mileage: the depot's keyed odometer readings, the
      *   effective-dated per-km reimbursement rate, the daily
      *   mileage log (unit + day) and the two reports of gps-mileage
      *   (daily reconciliation, monthly claims).
       78 CFG-DEFAULT-GPS-ODOMETER    VALUE
           "cobol-gps/data/odometer.txt".
       78 CFG-DEFAULT-GPS-MILE-RATES  VALUE
           "cobol-gps/data/mileage-rates.txt".
       78 CFG-DEFAULT-GPS-MILEAGE     VALUE
           "cobol-gps/data/mileage.dat".
       78 CFG-DEFAULT-GPS-MILEAGE-RPT VALUE
           "cobol-gps/data/mileage-rpt.txt".
       78 CFG-DEFAULT-GPS-MILE-CLAIMS VALUE
           "cobol-gps/data/mileage-claims.txt".
      *   GPX/KML interchange (gps-interchange): the GPX track to
      *   import, the track lines it becomes (fixed-column, as
      *   gps-track reads them) and its reject listing, the KML
      *   export of places, zones and routes, and the local clock's
      *   offset from UTC in minutes, since GPX times are UTC.
       78 CFG-DEFAULT-GPS-GPX         VALUE
           "cobol-gps/data/track.gpx".
       78 CFG-DEFAULT-GPS-GPX-TRACK   VALUE
           "cobol-gps/data/track-gpx.txt".
       78 CFG-DEFAULT-GPS-GPX-RPT     VALUE
           "cobol-gps/data/gpx-import-rpt.txt".
       78 CFG-DEFAULT-GPS-KML         VALUE
           "cobol-gps/data/mapa.kml".
       78 CFG-DEFAULT-GPS-UTC-OFFSET  VALUE -240.
      *   Freight billing: the customer master (built by cust-load
      *   from the text list), the ledger of priced legs the distance
      *   batch writes, the invoice register and the one-line number
      *   register invoice numbers are issued from, the payments
      *   billing keys as they arrive, and the tax rate applied on
      *   each invoice (percent).
       78 CFG-DEFAULT-GPS-CUSTOMERS   VALUE
           "cobol-gps/data/customers.dat".
       78 CFG-DEFAULT-GPS-CUST-TEXT   VALUE
           "cobol-gps/data/customers.txt".
       78 CFG-DEFAULT-GPS-FRT-LEGS    VALUE
           "cobol-gps/data/freight-legs.dat".
       78 CFG-DEFAULT-GPS-FRT-INVOICES VALUE
           "cobol-gps/data/freight-invoices.dat".
       78 CFG-DEFAULT-GPS-FRT-INVNUM  VALUE
           "cobol-gps/data/freight-invnum.txt".
       78 CFG-DEFAULT-GPS-FRT-PAYMENTS VALUE
           "cobol-gps/data/freight-payments.txt".
       78 CFG-DEFAULT-GPS-FRT-TAX-PCT VALUE 16.

       78 CFG-DEFAULT-LOCALE          VALUE "ES".

