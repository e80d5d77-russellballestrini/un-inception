           SELECT SCHED-DUE-FILE ASSIGN TO DYNAMIC WS-SCHED-DUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-DUE-STATUS.
           SELECT SWEEP-FILE ASSIGN TO DYNAMIC WS-SWEEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * stdin, a 1024-char argv list, timeout and language
       FD  SCHED-DUE-FILE.
       01  SCHED-DUE-LINE      PIC X(2048).
      * Wide enough for a full sweep case: a 1024-char argv list, a
      * stdin fixture and a 1024-char -f input list
       FD  SWEEP-FILE.
       01  SWEEP-LINE          PIC X(2560).

       WORKING-STORAGE SECTION.
       01  WS-FILENAME         PIC X(256).
      * --parallel worker pool: up to 16 in-flight executions per
      * wave, each slot remembering the file/language the built
      * command belongs to so the fold-in after the wave can report
      * and journal under the right name (and, for a sweep, the
      * case row whose argv/stdin/-f inputs the slot runs with)
       01  WS-PAR-STR          PIC X(8) VALUE SPACES.
       01  WS-PAR-COUNT        PIC 9(2) VALUE 0.
       01  WS-PAR-USED         PIC 9(2) VALUE 0.
           05  WS-PAR-ENTRY OCCURS 16 TIMES.
               10  WS-PAR-FILE PIC X(256).
               10  WS-PAR-LANG PIC X(32).
               10  WS-PAR-ORIG PIC X(8).
               10  WS-PAR-RUNID PIC X(40).
               10  WS-PAR-ROW PIC 9(6).
               10  WS-PAR-KEY PIC X(16).
               10  WS-PAR-ARGS PIC X(1024).
               10  WS-PAR-STDIN PIC X(256).
               10  WS-PAR-INPUTS PIC X(1024).
       01  WS-FAIL-POLICY      PIC X(16) VALUE "continue".
       01  WS-FAIL-LIMIT       PIC 9(4) VALUE 0.
       01  WS-BATCH-STOP       PIC X VALUE "N".
       01  WS-RECORD-FLAG      PIC X VALUE "Y".
       01  WS-WATCH-INTERVAL   PIC X(8).
       01  WS-PROBE-URL        PIC X(256).
       01  WS-WATCHLIB-DONE    PIC X VALUE "N".
       01  WS-METRICS-REPORT   PIC X VALUE "N".
       01  WS-NOTIFY-CMD       PIC X(256).
       01  WS-NOTIFY-WEBHOOK   PIC X(256).
       01  WS-PIPE-TIMEOUT     PIC X(8) VALUE SPACES.
       01  WS-PIPE-LANG        PIC X(32) VALUE SPACES.
       01  WS-PIPE-RC          PIC 9(9) VALUE 0.
      * Async job harvest: ids of jobs already folded into
      * history.log, one per line, so a job is counted exactly once
      * however often the harvest runs; SCHEDULE_HARVEST=N keeps the
      * schedule runner from harvesting on every pass
       01  WS-HARVEST-PATH     PIC X(256) VALUE
           "~/.unsandbox/jobs.harvested".
       01  WS-SCHED-HARVEST    PIC X VALUE "Y".
       01  WS-HARVEST-QUIET    PIC X VALUE "N".
      * Result cache: opt-in (RESULT_CACHE=Y, or --cache per run;
      * --no-cache always wins) store of whole execute responses
      * under ~/.unsandbox/cache/<sha256>/, expiring after
      * RESULT_CACHE_TTL_HOURS (0 = never). WS-CACHE-FLAG is the
      * command-line choice, blank when none was given
       01  WS-CACHE-FLAG       PIC X VALUE SPACE.
       01  WS-CACHE-ON         PIC X VALUE "N".
       01  WS-CACHE-RESOLVED   PIC X VALUE "N".
       01  WS-CACHE-TTL        PIC X(8) VALUE SPACES.
       01  WS-CACHE-STATE      PIC X VALUE "M".
       01  WS-CACHE-KEY        PIC X(64) VALUE SPACES.
       01  WS-CACHE-SIN        PIC X(128) VALUE SPACES.
       01  WS-CACHE-ART        PIC X VALUE "N".
      * Pre-upload secret scan: pattern/allowlist files (config
      * SECRET_SCAN_PATTERNS / SECRET_SCAN_ALLOW), the --allow-secrets
      * override and the shell words naming what a payload ships
       01  WS-SCANLIB-DONE     PIC X VALUE "N".
       01  WS-SCAN-RESOLVED    PIC X VALUE "N".
       01  WS-SCAN-OVERRIDE    PIC X VALUE "N".
       01  WS-SCAN-PATTERNS    PIC X(256) VALUE
           "~/.unsandbox/secret_patterns".
       01  WS-SCAN-ALLOW       PIC X(256) VALUE
           "~/.unsandbox/secret_allow".
       01  WS-SCAN-KEY         PIC X(256) VALUE SPACES.
       01  WS-SCAN-TARGETS     PIC X(1024) VALUE SPACES.
      * Two-person approval: a profile carrying PROTECTED=Y routes
      * destroy/apply/promote through approvals.pending in
      * APPROVALS_PATH (default ~/.unsandbox, or a shared directory)
      * until a second operator approves. WS-APPR-OP is the
      * operation signature a re-run must match to consume the
      * approval; WS-APPR-HASH names a file whose content hash is
      * folded into it so a manifest cannot change once approved
       01  WS-APPR-DIR         PIC X(256) VALUE SPACES.
       01  WS-APPR-RESOLVED    PIC X VALUE "N".
       01  WS-APPR-PROFILE     PIC X(32) VALUE SPACES.
       01  WS-APPR-OP          PIC X(1024) VALUE SPACES.
       01  WS-APPR-HASH        PIC X(256) VALUE SPACES.
       01  WS-APPR-STATE       PIC X VALUE SPACE.
       01  WS-APPR-ID          PIC X(64) VALUE SPACES.
       01  WS-APPR-WHO         PIC X(64) VALUE SPACES.
       01  WS-APPR-DECISION    PIC X(16) VALUE SPACES.
       01  WS-APPR-REASON      PIC X(256) VALUE SPACES.
       01  WS-APPR-ALL         PIC X VALUE "N".
      * Runtime baseline: median and p95 of a file/language's last
      * BASELINE_RUNS passing remote runs. history --baseline flags
      * files whose latest BASELINE_RECENT runs sit more than
      * BASELINE_FACTOR times above it; the post-run check warns
      * when a single run does (BASELINE_CHECK=N turns it off).
      * BASELINE_MIN_RUNS is the sample below which nothing is said.
      * The WS-HIST- items hold the report's command-line overrides
       01  WS-BASE-RESOLVED    PIC X VALUE "N".
       01  WS-BASE-CHECK       PIC X VALUE "Y".
       01  WS-BASE-RUNS        PIC X(8) VALUE "20".
       01  WS-BASE-RECENT      PIC X(8) VALUE "3".
       01  WS-BASE-FACTOR      PIC X(8) VALUE "2".
       01  WS-BASE-MIN         PIC X(8) VALUE "5".
       01  WS-HIST-BASELINE    PIC X VALUE "N".
       01  WS-HIST-VERIFY      PIC X VALUE "N".
       01  WS-HIST-ALL         PIC X VALUE "N".
       01  WS-HIST-RUNS        PIC X(8) VALUE SPACES.
       01  WS-HIST-RECENT      PIC X(8) VALUE SPACES.
       01  WS-HIST-FACTOR      PIC X(8) VALUE SPACES.
      * Retained output: every run gets an id (UTC start second, pid,
      * per-process sequence) that the history record carries; its
      * stdout, stderr and response land compressed under
      * ~/.unsandbox/runs/YYYY-MM/<id>.tgz for show to print back
       01  WS-RUN-ID           PIC X(40) VALUE SPACES.
       01  WS-RUN-SEQ          PIC 9(4) VALUE 0.
       01  WS-SHOW-PART        PIC X(8) VALUE SPACES.
      * Month-end forecast: how many of the heaviest schedules the
      * report names
       01  WS-FCST-TOP         PIC X(8) VALUE "5".
      * Service stacks: ~/.unsandbox/stacks/<name>.tab lists the
      * member services with their dependencies and probe URLs;
      * WS-STACK-POWER marks a run fired from power.tab, which logs
      * to power.log the way a single-service entry does
       01  WS-STACK-ACTION     PIC X(16) VALUE SPACES.
       01  WS-STACK-NAME       PIC X(256) VALUE SPACES.
       01  WS-STACK-TIMEOUT    PIC X(8) VALUE SPACES.
       01  WS-STACK-POWER      PIC X VALUE "N".
      * Service log archive: the collector appends only the lines a
      * poll has not seen before to ~/.unsandbox/logs/<service>/
      * YYYY-MM-DD.log, each stamped with the UTC collection time,
      * and the search and the watchdog's incident excerpts read
      * from there
       01  WS-LOGS-SVCS        PIC X(1024) VALUE SPACES.
       01  WS-LOGS-ONCE        PIC X VALUE "N".
       01  WS-LOGS-PATTERN     PIC X(512) VALUE SPACES.
       01  WS-LOGS-SINCE       PIC X(32) VALUE SPACES.
       01  WS-LOGS-UNTIL       PIC X(32) VALUE SPACES.
       01  WS-LOGS-ICASE       PIC X VALUE "N".
       01  WS-LOGS-WINDOW      PIC X(8) VALUE SPACES.
       01  WS-LOGFNLIB-DONE    PIC X VALUE "N".
      * Metric alert rules (ALERT_RULES, default
      * ~/.unsandbox/alert_rules), evaluated by the metrics collector
      * against each sample as it is recorded
       01  WS-ALERT-RULES      PIC X(256) VALUE SPACES.
      * Audit forwarder: FORWARD_TARGET, FORWARD_FORMAT,
      * FORWARD_HTTP_HEADER, FORWARD_LAG_MINUTES (doctor's threshold)
       01  WS-FWD-TARGET       PIC X(512) VALUE SPACES.
       01  WS-FWD-FORMAT       PIC X(16) VALUE SPACES.
       01  WS-FWD-HEADER       PIC X(512) VALUE SPACES.
       01  WS-FWD-LAG          PIC X(8) VALUE SPACES.
       01  WS-FWD-DRY          PIC X VALUE "N".
      * OpenMetrics textfile export: --output, else
      * EXPORT_METRICS_PATH; SCHEDULE_EXPORT_METRICS=Y has the
      * schedule runner refresh it on every pass
       01  WS-EXPM-PATH        PIC X(256) VALUE SPACES.
       01  WS-EXPM-QUIET       PIC X VALUE "N".
       01  WS-SCHED-EXPM       PIC X VALUE "N".
      * Ledger: pinned version as logged in history (column 9), the
      * rate card (RATE_CARD), journal format and output path
       01  WS-HIST-VERSION     PIC X(32) VALUE SPACES.
       01  WS-RATE-CARD        PIC X(256) VALUE SPACES.
       01  WS-LEDGER-FORMAT    PIC X(16) VALUE SPACES.
       01  WS-LEDGER-OUT       PIC X(256) VALUE SPACES.
      * Secret register (SECRET_REGISTER): --expires date or the
      * SECRET_MAX_AGE_DAYS default, audit warning window
      * (--days / SECRET_EXPIRY_WARN_DAYS) and the profile list the
      * audit walks for live vault keys
       01  WS-SREG-PATH        PIC X(256) VALUE SPACES.
       01  WS-SREG-PROFILE     PIC X(32) VALUE SPACES.
       01  WS-SREG-EXPIRES     PIC X(16) VALUE SPACES.
       01  WS-SREG-MAXAGE      PIC X(8) VALUE SPACES.
       01  WS-SREG-WARN        PIC X(8) VALUE SPACES.
       01  WS-SREG-LIVE        PIC X VALUE "Y".
       01  WS-SREG-PROFILES    PIC X(256) VALUE SPACES.
       01  WS-SREG-PTR         PIC 9(4) VALUE 1.
       01  WS-SREG-ONE         PIC X(32) VALUE SPACES.
      * Manifest drift check: directory (argument, else
      * DRIFT_MANIFEST_DIR); the schedule runner repeats it every
      * SCHEDULE_DRIFT_MINUTES when SCHEDULE_DRIFT_DIR is set
       01  WS-DRIFT-DIR        PIC X(256) VALUE SPACES.
       01  WS-DRIFT-QUIET      PIC X VALUE "N".
       01  WS-SCHED-DRIFT      PIC X VALUE "N".
       01  WS-SCHED-DRIFT-DIR  PIC X(256) VALUE SPACES.
       01  WS-SCHED-DRIFT-MIN  PIC X(8) VALUE SPACES.
      * Suite change-based selection: the -f files a case stages
      * (optional 6th manifest column), its input hash, --changed /
      * --full (SUITE_SELECT=changed makes --changed the default)
      * and the SUITE_FULL_EVERY_DAYS cadence of forced full runs
       01  WS-SUITE-STAGE      PIC X(1024) VALUE SPACES.
       01  WS-SUITE-HASH       PIC X(16) VALUE SPACES.
       01  WS-SUITE-SELECT     PIC X VALUE SPACE.
       01  WS-SUITE-SKIP       PIC 9(4) VALUE 0.
       01  WS-SUITE-FULL-DAYS  PIC X(8) VALUE SPACES.
      * Incident register and escalation ladder
       01  WS-INC-POLICY       PIC X(512) VALUE SPACES.
       01  WS-INC-ID           PIC X(32) VALUE SPACES.
       01  WS-INC-ALL          PIC X VALUE "N".
       01  WS-INC-MONTH        PIC X(16) VALUE SPACES.
       01  WS-INCFNLIB-DONE    PIC X VALUE "N".
      * Session workspace templates
       01  WS-TPL-NAME         PIC X(128) VALUE SPACES.
       01  WS-TPL-INSTALL      PIC X(512) VALUE SPACES.
      * Parameter sweep: one source over a table of cases
       01  WS-SWEEP-FLAG       PIC X VALUE "N".
       01  WS-SWEEP-PATH       PIC X(256) VALUE SPACES.
       01  WS-SWEEP-STATUS     PIC XX.
       01  WS-SWEEP-EOF        PIC X VALUE "N".
       01  WS-SWEEP-CSV        PIC X(256) VALUE SPACES.
       01  WS-SWEEP-CKPT-PATH  PIC X(256) VALUE
           "~/.unsandbox/sweep_checkpoint.log".
       01  WS-SWEEP-ROW        PIC 9(6) VALUE 0.
       01  WS-SWEEP-ROW-DISP   PIC Z(5)9.
       01  WS-SWEEP-KEY        PIC X(16) VALUE SPACES.
       01  WS-SWEEP-DONE       PIC X(16) VALUE SPACES.
       01  WS-SWEEP-ARGV       PIC X(1024) VALUE SPACES.
       01  WS-SWEEP-STDIN      PIC X(256) VALUE SPACES.
       01  WS-SWEEP-INPUTS     PIC X(1024) VALUE SPACES.
       01  WS-SWEEP-SEL-LINE   PIC X(8) VALUE SPACES.
       01  WS-SWEEP-SEL-FIELD  PIC X(8) VALUE SPACES.
       01  WS-SWEEP-SEP        PIC X(8) VALUE SPACES.

      * API endpoints: the profile's ordered list and the cool-down
      * after a failure, both handed to the front-end script through
      * the environment
       01  WS-APILIB-DONE      PIC X VALUE "N".
       01  WS-API-RESOLVED     PIC X VALUE "N".
       01  WS-API-ENDPOINTS    PIC X(256) VALUE SPACES.
       01  WS-API-COOLDOWN     PIC X(8) VALUE SPACES.
      * Request governor: the profile's limits and this process's
      * priority class (watchdog, interactive, batch, schedule)
       01  WS-GOV-RESOLVED     PIC X VALUE "N".
       01  WS-GOV-RPM          PIC X(8) VALUE SPACES.
       01  WS-GOV-CONC         PIC X(8) VALUE SPACES.
       01  WS-GOV-PROFILE      PIC X(64) VALUE SPACES.
       01  WS-GOV-CLASS        PIC X(12) VALUE SPACES.
       01  WS-GOV-INHERIT      PIC X(12) VALUE SPACES.
      * Housekeeping: each state area's RETAIN_<AREA> policy words
      * (days=N size=N[K|M|G] compress=N) as handed to the script,
      * --dry-run, and the schedule runner's SCHEDULE_HOUSEKEEP_HOURS
       01  WS-HKLIB-DONE       PIC X VALUE "N".
       01  WS-HK-DRY           PIC X VALUE "N".
       01  WS-HK-QUIET         PIC X VALUE "N".
       01  WS-HK-AREA          PIC X(16) VALUE SPACES.
       01  WS-HK-ARGS          PIC X(2400) VALUE SPACES.
       01  WS-HK-PTR           PIC 9(4) VALUE 1.
       01  WS-SCHED-HK         PIC X VALUE "N".
       01  WS-SCHED-HK-HOURS   PIC X(8) VALUE SPACES.
      * Maintenance windows: the calendar (MAINT_CALENDAR), the
      * scope a notification is about (service:<id>, stack:<name>,
      * blank for none) and a schedule entry's --tag
       01  WS-MAINTLIB-DONE    PIC X VALUE "N".
       01  WS-MAINT-RESOLVED   PIC X VALUE "N".
       01  WS-MAINT-CAL        PIC X(256) VALUE SPACES.
       01  WS-NOTIFY-SCOPE     PIC X(80) VALUE SPACES.
       01  WS-SCHED-TAG        PIC X(80) VALUE SPACES.
      * Execution policy: the profile's policy file (EXEC_POLICY),
      * whether it was named in the config, whether it is in force
      * (Y, M for named but missing, N) and the command being checked
       01  WS-POLLIB-DONE      PIC X VALUE "N".
       01  WS-POLICY-RESOLVED  PIC X VALUE "N".
       01  WS-POLICY-NAMED     PIC X VALUE "N".
       01  WS-POLICY-ACTIVE    PIC X VALUE "N".
       01  WS-POLICY-PATH      PIC X(256) VALUE SPACES.
       01  WS-POLICY-WHERE     PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           IF WS-ARG1 = "sweep"
               PERFORM HANDLE-SWEEP
               STOP RUN
           END-IF.

           IF WS-ARG1 = "governor"
               PERFORM HANDLE-GOVERNOR
               STOP RUN
           END-IF.

           IF WS-ARG1 = "housekeep"
               PERFORM HANDLE-HOUSEKEEP
               STOP RUN
           END-IF.

           IF WS-ARG1 = "maintenance"
               PERFORM HANDLE-MAINTENANCE
               STOP RUN
           END-IF.

           IF WS-ARG1 = "languages"
               PERFORM HANDLE-LANGUAGES
               STOP RUN
               STOP RUN
           END-IF.

           IF WS-ARG1 = "forecast"
               PERFORM HANDLE-FORECAST
               STOP RUN
           END-IF.

           IF WS-ARG1 = "ledger"
               PERFORM HANDLE-LEDGER
               STOP RUN
           END-IF.

           IF WS-ARG1 = "forward"
               PERFORM HANDLE-FORWARD
               STOP RUN
           END-IF.

           IF WS-ARG1 = "export-metrics"
               PERFORM HANDLE-EXPORT-METRICS
               STOP RUN
           END-IF.

           IF WS-ARG1 = "submit"
               PERFORM HANDLE-SUBMIT
               STOP RUN
               STOP RUN
           END-IF.

           IF WS-ARG1 = "harvest"
               PERFORM HANDLE-HARVEST
               STOP RUN
           END-IF.

           IF WS-ARG1 = "cache"
               PERFORM HANDLE-CACHE
               STOP RUN
           END-IF.

           IF WS-ARG1 = "approve"
               PERFORM HANDLE-APPROVE
               STOP RUN
           END-IF.

           IF WS-ARG1 = "show"
               PERFORM HANDLE-SHOW
               STOP RUN
           END-IF.

           IF WS-ARG1 = "stack"
               PERFORM HANDLE-STACK
               STOP RUN
           END-IF.

           IF WS-ARG1 = "incident"
               PERFORM HANDLE-INCIDENT
               STOP RUN
           END-IF.

      * Default: execute command
           MOVE WS-ARG1 TO WS-FILENAME.
           PERFORM PARSE-EXECUTE-ARGS.
                   MOVE "Y" TO WS-LOCALFB
               WHEN "--force"
                   MOVE "Y" TO WS-FORCE-FLAG
               WHEN "--cache"
                   MOVE "Y" TO WS-CACHE-FLAG
               WHEN "--no-cache"
                   MOVE "N" TO WS-CACHE-FLAG
               WHEN "--allow-secrets"
                   MOVE "Y" TO WS-SCAN-OVERRIDE
               WHEN "--cost-center"
                   ACCEPT WS-COST-CENTER FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-COST-CENTER
      * named profile active the environment is skipped entirely -
      * the profile's config section is the only source of truth
           PERFORM ENSURE-JSON-LIB.
           PERFORM ENDPOINT-RESOLVE.
           PERFORM GOVERNOR-RESOLVE.
           IF WS-PROFILE = SPACES
               ACCEPT WS-API-KEY FROM ENVIRONMENT "UNSANDBOX_API_KEY"
           ELSE
       APPEND-TRACE-PREAMBLE.
      * Define the utrace shell helper in the command being built;
      * appended only when tracing is configured so untraced runs
      * pay nothing. The API front-end leaves the endpoint that
      * answered in $UEP, which the next record picks up
           IF WS-TRACE-PATH NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "UTRF='" FUNCTION TRIM(WS-TRACE-PATH) "'; "
                   "UEP=/tmp/unsandbox_ep.$PPID; export UEP; "
                   "utrace() { "
                   "UE=$(cat ""$UEP"" 2>/dev/null); rm -f ""$UEP""; "
                   "printf '{""ts"":""%s"",""method"":""%s"","
                   """path"":""%s"",""status"":""%s"","
                   """req_bytes"":%d,""resp_bytes"":%d,"
                   """request_id"":""%s"",""endpoint"":""%s""}\n' "
                   """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" "
                   """$1"" ""$2"" ""${3:--}"" ""${4:-0}"" "
                   """${5:-0}"" ""$6"" ""${UE:--}"" >> ""$UTRF"" "
                   "2>/dev/null || true; }; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               MOVE "Y" TO WS-JSONLIB-DONE
           END-IF.

       ENSURE-SCAN-LIB.
      * Write the pre-upload secret scanner to
      * /tmp/unsandbox_scan.sh (atomically, once per process), the
      * same way ENSURE-JSON-LIB ships the awk helpers. It greps the
      * files about to leave the workstation for credential shapes -
      * private key headers, cloud and chat tokens, unsandbox key
      * assignments, quoted password/secret literals, the active
      * key itself - plus whatever the profile's pattern file adds,
      * drops allowlisted hits and reports the rest as file:line
      * (never the matched text). An override still lets the upload
      * through but leaves a record in the trace log
           IF WS-SCANLIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=$(mktemp /tmp/unsandbox_scan_XXXXXX); "
                   "cat > ""$TMP"" <<'UNSANDBOX_SCAN_EOF'"
                   X"0A"
                   "# unsandbox pre-upload secret scan - see ENSURE-SCA"
                   "N-LIB"
                   X"0A"
                   "# usage: sh unsandbox_scan.sh PATTERNS ALLOW OVERRI"
                   "DE PATH..."
                   X"0A"
                   "# (a PATH of @a,b,c is a comma list; directories ar"
                   "e walked)"
                   X"0A"
                   "PF=$1; AF=$2; OV=$3; shift 3"
                   X"0A"
                   "case ""$PF"" in ""~/""*) PF=$HOME/${PF#??};; esac"
                   X"0A"
                   "case ""$AF"" in ""~/""*) AF=$HOME/${AF#??};; esac"
                   X"0A"
                   "PT=$(mktemp /tmp/unsandbox_scanpat_XXXXXX) || {"
                   X"0A"
                   "  echo 'Error: secret scan could not start' >&2; ex"
                   "it 3; }"
                   X"0A"
                   "cat > ""$PT"" <<'UNSANDBOX_PAT_EOF'"
                   X"0A"
                   "-----BEGIN[ A-Z0-9]*PRIVATE KEY( BLOCK)?-----"
                   X"0A"
                   "AKIA[0-9A-Z]{16}"
                   X"0A"
                   "(aws_secret_access_key|aws_session_token)[[:space:]"
                   "]*[:=]"
                   X"0A"
                   "gh[pousr]_[A-Za-z0-9]{36}"
                   X"0A"
                   "xox[abprs]-[A-Za-z0-9-]{10,}"
                   X"0A"
                   "sk_live_[0-9A-Za-z]{24,}"
                   X"0A"
                   "AIza[0-9A-Za-z_-]{35}"
                   X"0A"
                   "UNSANDBOX_(API|PUBLIC|SECRET)_KEY[[:space:]]*=[[:sp"
                   "ace:]]*[^[:space:]]"
                   X"0A"
                   "(password|passwd|secret|api_?key|access_?token|auth"
                   "_?token)[""']?[[:space:]]*[:=][[:space:]]*[""'][^"""
                   "'[:space:]]{8,}[""']"
                   X"0A"
                   "UNSANDBOX_PAT_EOF"
                   X"0A"
                   "if [ -f ""$PF"" ]; then"
                   X"0A"
                   "  grep -v '^[[:space:]]*#' ""$PF"" | grep -v '^[[:s"
                   "pace:]]*$' >> ""$PT"""
                   X"0A"
                   "fi"
                   X"0A"
                   "[ ${#USCAN_KEY} -ge 12 ] || USCAN_KEY=''"
                   X"0A"
                   "emit() {"
                   X"0A"
                   "  if [ -d ""$1"" ]; then find ""$1"" -type f"
                   X"0A"
                   "  elif [ -f ""$1"" ]; then printf '%s\n' ""$1""; fi"
                   X"0A"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               STRING FUNCTION TRIM(WS-JOB-BUF)
                   "}"
                   X"0A"
                   "for P in ""$@""; do"
                   X"0A"
                   "  case ""$P"" in"
                   X"0A"
                   "    '') ;;"
                   X"0A"
                   "    @*) OLDIFS=$IFS; IFS=','"
                   X"0A"
                   "        for Q in ${P#@}; do IFS=$OLDIFS; emit ""$Q"
                   """; IFS=','; done"
                   X"0A"
                   "        IFS=$OLDIFS;;"
                   X"0A"
                   "    *) emit ""$P"";;"
                   X"0A"
                   "  esac"
                   X"0A"
                   "done | while IFS= read -r F; do"
                   X"0A"
                   "  grep -nIHiE -f ""$PT"" -- ""$F"" 2>/dev/null"
                   X"0A"
                   "  [ -n ""$USCAN_KEY"" ] && grep -nIHF -e ""$USCAN_K"
                   "EY"" -- ""$F"" 2>/dev/null"
                   X"0A"
                   "done > ""$PT.hits"""
                   X"0A"
                   "HITS=$(awk -v af=""$AF"" '"
                   X"0A"
                   "  BEGIN { while ((getline a < af) > 0)"
                   X"0A"
                   "            if (a != """" && a !~ /^#/) al[++n] = a"
                   " }"
                   X"0A"
                   "  { f = $0; sub(/:.*/, """", f); r = substr($0, len"
                   "gth(f) + 2)"
                   X"0A"
                   "    l = r; sub(/:.*/, """", l); t = substr(r, lengt"
                   "h(l) + 2)"
                   X"0A"
                   "    ok = 1"
                   X"0A"
                   "    for (i = 1; i <= n; i++) {"
                   X"0A"
                   "      if (al[i] == f || al[i] == f "":"" l) ok = 0"
                   X"0A"
                   "      else if (al[i] ~ /\/$/ && index(f, al[i]) == "
                   "1) ok = 0"
                   X"0A"
                   "      else if (substr(al[i], 1, 6) == ""match:"" &&"
                   X"0A"
                   "               index(t, substr(al[i], 7))) ok = 0"
                   X"0A"
                   "    }"
                   X"0A"
                   "    if (f ~ /^\/tmp\/unsandbox_stdin_/) d = ""(stdi"
                   "n)""; else d = f"
                   X"0A"
                   "    if (ok && !seen[f "":"" l]++) print d "":"" l }"
                   "' ""$PT.hits"")"
                   X"0A"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               STRING FUNCTION TRIM(WS-JOB-BUF)
                   "rm -f ""$PT"" ""$PT.hits"""
                   X"0A"
                   "N=0; [ -n ""$HITS"" ] && N=$(printf '%s\n' ""$HITS"
                   """ | wc -l)"
                   X"0A"
                   "if [ ""$OV"" = Y ]; then"
                   X"0A"
                   "  TF=${USCAN_TRACE:-$HOME/.unsandbox/secret_overrid"
                   "es.ndjson}"
                   X"0A"
                   "  mkdir -p ""$(dirname ""$TF"")"" 2>/dev/null"
                   X"0A"
                   "  printf '{""ts"":""%s"",""method"":""SCAN"",""path"
                   """:""secret-scan-override"",""status"":""%s"",""req"
                   "_bytes"":0,""resp_bytes"":0,""request_id"":"""",""o"
                   "perator"":""%s"",""matches"":""%s""}\n' \"
                   X"0A"
                   "    ""$(date -u +%Y-%m-%dT%H:%M:%SZ)"" ""$N"" ""$(i"
                   "d -un 2>/dev/null)"" \"
                   X"0A"
                   "    ""$(printf '%s' ""$HITS"" | tr '\n""\\' ' __')"
                   """ >> ""$TF"" 2>/dev/null"
                   X"0A"
                   "  if [ ""$N"" -gt 0 ]; then"
                   X"0A"
                   "    echo ""warning: secret scan matched $N line(s) "
                   "- uploading anyway (--allow-secrets, logged to $TF)"
                   """ >&2"
                   X"0A"
                   "    printf '%s\n' ""$HITS"" | sed 's/^/  /' >&2"
                   X"0A"
                   "  fi"
                   X"0A"
                   "  exit 0"
                   X"0A"
                   "fi"
                   X"0A"
                   "[ ""$N"" -eq 0 ] && exit 0"
                   X"0A"
                   "echo 'Error: possible credential(s) in the upload -"
                   " blocked:' >&2"
                   X"0A"
                   "printf '%s\n' ""$HITS"" | sed 's/^/  /' >&2"
                   X"0A"
                   "echo ""Known false positives go in $AF; --allow-sec"
                   "rets overrides (and is logged)"" >&2"
                   X"0A"
                   "exit 3"
                   X"0A"
                   "UNSANDBOX_SCAN_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_scan.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-SCANLIB-DONE
           END-IF.

       ENSURE-API-LIB.
      * Write the API front-end to /tmp/unsandbox_api.sh
      * (atomically, once per process), the same way ENSURE-JSON-LIB
      * ships the awk helpers. Every call to the API goes through it
      * with its URLs written as unsandbox:/path; it tries the
      * profile's endpoints in order, and a connection failure or a
      * 5xx sets that endpoint aside in ~/.unsandbox/endpoints.state
      * for the cool-down (every process reads the same file) before
      * the call is repeated on the next one. A stream is only moved
      * on when it never connected. The endpoint that answered is
      * left in $UEP when the caller names one, for the trace and
      * the history record
           IF WS-APILIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=$(mktemp /tmp/unsandbox_api_XXXXXX); "
                   "cat > ""$TMP"" <<'UNSANDBOX_API_EOF'"
                   X"0A"
                   "# unsandbox API front-end - see ENSURE-API-LIB"
                   X"0A"
                   "# usage: sh unsandbox_api.sh CURL-ARGS...  (API "
                   "URLs as unsandbox:/path)"
                   X"0A"
                   "#        sh unsandbox_api.sh --base | --status | "
                   "--queue"
                   X"0A"
                   "EPS=$(printf '%s' \"
                   X"0A"
                   "  ""${UNSANDBOX_ENDPOINTS:-https://api.unsandbox.co"
                   "m}"" | tr ', ' '\n\n' | sed -n 's:/*$::; /./p')"
                   X"0A"
                   "COOL=${UNSANDBOX_ENDPOINT_COOLDOWN:-300}"
                   X"0A"
                   "case ""$COOL"" in ''|*[!0-9]*) COOL=300;; esac"
                   X"0A"
                   "SF=~/.unsandbox/endpoints.state; NOW=$(date +%s)"
                   X"0A"
                   "# request governor: per-profile requests/minute "
                   "and concurrent"
                   X"0A"
                   "# executions (0 = no limit), waiters admitted by "
                   "priority class"
                   X"0A"
                   "RPM=${UNSANDBOX_RPM:-0}; "
                   "MC=${UNSANDBOX_MAX_CONCURRENT:-0}"
                   X"0A"
                   "case ""$RPM"" in ''|*[!0-9]*) RPM=0;; esac"
                   X"0A"
                   "case ""$MC"" in ''|*[!0-9]*) MC=0;; esac"
                   X"0A"
                   "PRI=${UNSANDBOX_PRIORITY:-interactive}"
                   X"0A"
                   "case ""$PRI"" in watchdog) PN=1;; interactive) "
                   "PN=2;; batch) PN=3;;"
                   X"0A"
                   "  schedule) PN=4;; *) PRI=interactive; PN=2;; esac"
                   X"0A"
                   "GD=~/.unsandbox/governor/${UNSANDBOX_GOV_PROFILE:-d"
                   "efault}"
                   X"0A"
                   "# configured order, endpoints still cooling down "
                   "moved to the end"
                   X"0A"
                   "order() { printf '%s\n' ""$EPS"" | awk -v "
                   "sf=""$SF"" -v now=""$NOW"" '"
                   X"0A"
                   "  BEGIN { while ((getline l < sf) > 0) { split(l, "
                   "a, ""\t""); u[a[1]] = a[2] } }"
                   X"0A"
                   "  { if (u[$0] + 0 > now) c[++m] = $0; else print }"
                   X"0A"
                   "  END { for (i = 1; i <= m; i++) print c[i] }'; }"
                   X"0A"
                   "# state writes go under the shared lock, unless "
                   "the caller holds it"
                   X"0A"
                   "locked() { if { true >&9; } 2>/dev/null; then "
                   """$@"""
                   X"0A"
                   "  elif command -v flock >/dev/null 2>&1; then"
                   X"0A"
                   "  ( exec 9>>~/.unsandbox/.lock; flock 9; ""$@"" ); "
                   "else ""$@""; fi; }"
                   X"0A"
                   "setst() { { awk -F'\t' -v e=""$1"" '$1 != e' "
                   """$SF"" 2>/dev/null"
                   X"0A"
                   "  [ -n ""$2"" ] && printf '%s\t%s\t%s\t%s\n' "
                   """$1"" ""$2"" \"
                   X"0A"
                   "  ""$(date -u +%Y-%m-%dT%H:%M:%SZ)"" ""$3""; } > "
                   """$SF.$$"""
                   X"0A"
                   "  mv ""$SF.$$"" ""$SF""; }"
                   X"0A"
                   "# admit this call or refuse (1): dead waiters and "
                   "holders are"
                   X"0A"
                   "# swept, then it must head the queue of its kind "
                   "(executions or"
                   X"0A"
                   "# other calls, so a wait for an execution slot "
                   "holds up no GET) -"
                   X"0A"
                   "# a caller already holding the lock cannot wait "
                   "behind anyone and"
                   X"0A"
                   "# goes first - and fit the last minute's count and "
                   "the slots"
                   X"0A"
                   "gate() { T=$(date +%s)"
                   X"0A"
                   "  for F in ""$GD""/queue/* ""$GD""/active/*; do [ "
                   "-f ""$F"" ] || continue"
                   X"0A"
                   "  kill -0 ""${F##*_}"" 2>/dev/null || rm -f "
                   """$F""; done"
                   X"0A"
                   "  awk -v t=""$T"" '$1 > t - 60' ""$GD/rate"" > "
                   """$GD/rate.$$"" 2>/dev/null"
                   X"0A"
                   "  mv ""$GD/rate.$$"" ""$GD/rate"""
                   X"0A"
                   "  if [ ""$HOLD"" != Y ]; then"
                   X"0A"
                   "  [ ""$(ls ""$GD/queue"" | grep ""_${XE}_"" | head "
                   "-1)"" = ""$QN"" ] ||"
                   X"0A"
                   "  return 1; fi"
                   X"0A"
                   "  [ ""$RPM"" -gt 0 ] && [ ""$(wc -l < "
                   """$GD/rate"")"" -ge ""$RPM"" ] && return 1"
                   X"0A"
                   "  [ ""$XE"" = Y ] && [ ""$MC"" -gt 0 ] &&"
                   X"0A"
                   "  [ ""$(ls ""$GD/active"" | wc -l)"" -ge ""$MC"" ] "
                   "&& return 1"
                   X"0A"
                   "  echo ""$T"" >> ""$GD/rate"""
                   X"0A"
                   "  [ ""$XE"" = Y ] && printf '%s\t%s\t%s\t%s\n' "
                   """$PRI"" ""$T"" ""$$"" ""$WHAT"" \"
                   X"0A"
                   "  > ""$GD/active/$QN"""
                   X"0A"
                   "  rm -f ""$GD/queue/$QN""; return 0; }"
                   X"0A"
                   "call() { E=$1; shift; N=$#; I=0"
                   X"0A"
                   "  while [ ""$I"" -lt ""$N"" ]; do A=$1; shift"
                   X"0A"
                   "  case ""$A"" in unsandbox:*) "
                   "A=""$E${A#unsandbox:}"";; esac"
                   X"0A"
                   "  set -- ""$@"" ""$A""; I=$((I + 1)); done; curl "
                   """$@""; }"
                   X"0A"
                   "case ""$1"" in"
                   X"0A"
                   "--base) order | head -1; exit 0;;"
                   X"0A"
                   "--status) printf '%-40s %s\n' ENDPOINT STATE"
                   X"0A"
                   "  printf '%s\n' ""$EPS"" | while IFS= read -r E; do"
                   X"0A"
                   "  L=$(awk -F'\t' -v e=""$E"" -v now=""$NOW"" '$1 "
                   "== e && $2 + 0 > now {"
                   X"0A"
                   "  printf ""unhealthy %ds more (%s at %s)"", $2 - "
                   "now, $4, $3 }' ""$SF"" 2>/dev/null)"
                   X"0A"
                   "  printf '%-40s %s\n' ""$E"" ""${L:-healthy}""; "
                   "done; exit 0;;"
                   X"0A"
                   "--queue) mkdir -p ""$GD/queue"" ""$GD/active"""
                   X"0A"
                   "  printf 'profile %s: ' "
                   """${UNSANDBOX_GOV_PROFILE:-default}"""
                   X"0A"
                   "  [ ""$RPM"" -gt 0 ] && printf '%s requests/min, ' "
                   """$RPM"" ||"
                   X"0A"
                   "  printf 'no request limit, '"
                   X"0A"
                   "  [ ""$MC"" -gt 0 ] && printf '%s concurrent "
                   "executions\n' ""$MC"" ||"
                   X"0A"
                   "  printf 'no execution limit\n'"
                   X"0A"
                   "  printf 'requests in the last minute: %s\n\n' "
                   """$(awk -v t=""$NOW"" \"
                   X"0A"
                   "  '$1 > t - 60 { n++ } END { print n + 0 }' "
                   """$GD/rate"" 2>/dev/null)"""
                   X"0A"
                   "  for K in active queue; do"
                   X"0A"
                   "  [ ""$K"" = active ] && printf '%-8s %-12s %-8s "
                   "%-8s %s\n' RUNNING CLASS \"
                   X"0A"
                   "  PID FOR CALL || printf '%-8s %-12s %-8s %-8s "
                   "%s\n' WAITING CLASS \"
                   X"0A"
                   "  PID HELD CALL; N=0"
                   X"0A"
                   "  for F in ""$GD/$K""/*; do [ -f ""$F"" ] || "
                   "continue"
                   X"0A"
                   "  kill -0 ""${F##*_}"" 2>/dev/null || continue; "
                   "N=$((N + 1))"
                   X"0A"
                   "  IFS=""$(printf '\t')"" read -r C S P X < ""$F"""
                   X"0A"
                   "  printf '%-8s %-12s %-8s %-8s %s\n' ""$N"" ""$C"" "
                   """$P"" \"
                   X"0A"
                   "  ""$((NOW - S))s"" ""$X""; done"
                   X"0A"
                   "  [ ""$N"" -gt 0 ] || echo '(none)'; echo; done; "
                   "exit 0;;"
                   X"0A"
                   "esac"
                   X"0A"
                   "mkdir -p ~/.unsandbox"
                   X"0A"
                   "W=/tmp/unsandbox_api_$$; ST=N; HD=; P="
                   X"0A"
                   "for A; do [ ""$P"" = -D ] && HD=$A"
                   X"0A"
                   "  case ""$A"" in -N|-sN|--no-buffer) ST=Y;; esac; "
                   "P=$A; done"
                   X"0A"
                   "DH=; [ -n ""$HD"" ] || { HD=$W.hdr; DH=-D; }"
                   X"0A"
                   "XE=N; WHAT=; M=GET; P="
                   X"0A"
                   "for A; do [ ""$P"" = -X ] && M=$A; case ""$A"" in "
                   "unsandbox:*)"
                   X"0A"
                   "  WHAT=""$M ${A#unsandbox:}""; case ""$A"" in "
                   "*/execute*) XE=Y;; esac;; esac"
                   X"0A"
                   "  P=$A; done"
                   X"0A"
                   "if [ ""$RPM"" -gt 0 ] || [ ""$MC"" -gt 0 ]; then"
                   X"0A"
                   "  mkdir -p ""$GD/queue"" ""$GD/active""; HOLD=N"
                   X"0A"
                   "  { true >&9; } 2>/dev/null && HOLD=Y"
                   X"0A"
                   "  QN=${PN}_$(printf '%010d' ""$NOW"")_${XE}_$$"
                   X"0A"
                   "  printf '%s\t%s\t%s\t%s\n' ""$PRI"" ""$NOW"" "
                   """$$"" ""$WHAT"" > ""$GD/queue/$QN"""
                   X"0A"
                   "  trap 'rm -f ""$GD/queue/$QN"" "
                   """$GD/active/$QN""' EXIT"
                   X"0A"
                   "  trap 'rm -f ""$GD/queue/$QN"" "
                   """$GD/active/$QN""; exit 130' INT TERM"
                   X"0A"
                   "  WT=0; until locked gate; do sleep 1; WT=$((WT + "
                   "1))"
                   X"0A"
                   "  [ ""$WT"" = 30 ] && echo ""unsandbox: $WHAT held "
                   "by the request"" \"
                   X"0A"
                   "  ""governor ($PRI) - see: un.cob governor"" >&2; "
                   "done"
                   X"0A"
                   "fi"
                   X"0A"
                   "LIST=$(order); NL=$(printf '%s\n' ""$LIST"" | wc "
                   "-l); K=0; RC=0; WHY="
                   X"0A"
                   "for E in $LIST; do K=$((K + 1)); WHY="
                   X"0A"
                   "  # a stream is only retried when it never "
                   "connected (no output yet)"
                   X"0A"
                   "  if [ ""$ST"" = Y ]; then call ""$E"" ""$@""; "
                   "RC=$?"
                   X"0A"
                   "  case ""$RC"" in 6|7) WHY=""curl exit $RC"";; esac"
                   X"0A"
                   "  else rm -f ""$HD""; call ""$E"" ${DH:+""$DH"" "
                   """$HD""} ""$@"" > ""$W.out""; RC=$?"
                   X"0A"
                   "  HC=$(awk '/^HTTP\// { c = $2 } END { print c }' "
                   """$HD"" 2>/dev/null)"
                   X"0A"
                   "  case ""$RC:$HC"" in "
                   "5:*|6:*|7:*|35:*|52:*|56:*|28:) WHY=""curl exit "
                   "$RC"";;"
                   X"0A"
                   "  *:5??) WHY=""HTTP $HC"";; esac; fi"
                   X"0A"
                   "  [ -z ""$WHY"" ] && break"
                   X"0A"
                   "  locked setst ""$E"" $((NOW + COOL)) ""$WHY"""
                   X"0A"
                   "  [ ""$K"" -lt ""$NL"" ] || break"
                   X"0A"
                   "  echo ""unsandbox: $E failed ($WHY) - trying the "
                   "next endpoint"" >&2"
                   X"0A"
                   "done"
                   X"0A"
                   "[ -z ""$WHY"" ] && awk -F'\t' -v e=""$E"" '$1 == e "
                   "{ f = 1 } END { exit !f }' \"
                   X"0A"
                   "  ""$SF"" 2>/dev/null && locked setst ""$E"""
                   X"0A"
                   "[ -n ""$UEP"" ] && printf '%s\n' ""$E"" > ""$UEP"""
                   X"0A"
                   "[ ""$ST"" = Y ] || cat ""$W.out"" 2>/dev/null"
                   X"0A"
                   "rm -f ""$W.out"" ""$W.hdr"" "
                   "${QN:+""$GD/active/$QN""}"
                   X"0A"
                   "exit ""$RC"""
                   X"0A"
                   "UNSANDBOX_API_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_api.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-APILIB-DONE
           END-IF.

       ENDPOINT-RESOLVE.
      * The ordered endpoint list (config UNSANDBOX_ENDPOINTS, comma
      * separated) and the cool-down in seconds a failing endpoint
      * sits out (UNSANDBOX_ENDPOINT_COOLDOWN, default 300), found
      * the way RESOLVE-API-KEY finds the key - the environment only
      * counts without a profile - and exported for the front-end
      * and any un.cob started from here. Memoized, and run ahead of
      * any command build since the config lookup recycles
      * WS-CURL-CMD
           IF WS-API-RESOLVED = "N"
               PERFORM ENSURE-API-LIB
               IF WS-PROFILE = SPACES
                   ACCEPT WS-API-ENDPOINTS
                       FROM ENVIRONMENT "UNSANDBOX_ENDPOINTS"
                   ACCEPT WS-API-COOLDOWN
                       FROM ENVIRONMENT "UNSANDBOX_ENDPOINT_COOLDOWN"
               END-IF
               IF WS-API-ENDPOINTS = SPACES
                   MOVE "UNSANDBOX_ENDPOINTS" TO WS-CONFIG-KEY-NAME
                   PERFORM READ-CONFIG-VALUE
                   MOVE WS-CONFIG-VALUE TO WS-API-ENDPOINTS
               END-IF
               IF WS-API-ENDPOINTS = SPACES
                   MOVE "https://api.unsandbox.com" TO WS-API-ENDPOINTS
               END-IF
               IF WS-API-COOLDOWN = SPACES
                   MOVE "UNSANDBOX_ENDPOINT_COOLDOWN"
                       TO WS-CONFIG-KEY-NAME
                   PERFORM READ-CONFIG-VALUE
                   MOVE WS-CONFIG-VALUE TO WS-API-COOLDOWN
               END-IF
               IF WS-API-COOLDOWN = SPACES
                   MOVE "300" TO WS-API-COOLDOWN
               END-IF
               DISPLAY "UNSANDBOX_ENDPOINTS" UPON ENVIRONMENT-NAME
               DISPLAY WS-API-ENDPOINTS UPON ENVIRONMENT-VALUE
               DISPLAY "UNSANDBOX_ENDPOINT_COOLDOWN"
                   UPON ENVIRONMENT-NAME
               DISPLAY WS-API-COOLDOWN UPON ENVIRONMENT-VALUE
               MOVE "Y" TO WS-API-RESOLVED
           END-IF.

       GOVERNOR-RESOLVE.
      * The profile's request governor limits - UNSANDBOX_RPM
      * (requests per minute) and UNSANDBOX_MAX_CONCURRENT (executions
      * in flight), 0 or unset for no limit - found like the
      * endpoint list and exported with the profile name the
      * front-end keeps its queue under (~/.unsandbox/governor/
      * <profile>), so every un.cob on the workstation using the
      * same account draws on the same allowance
           IF WS-GOV-RESOLVED = "N"
               IF WS-PROFILE = SPACES
                   ACCEPT WS-GOV-RPM FROM ENVIRONMENT "UNSANDBOX_RPM"
                   ACCEPT WS-GOV-CONC
                       FROM ENVIRONMENT "UNSANDBOX_MAX_CONCURRENT"
                   MOVE "default" TO WS-GOV-PROFILE
               ELSE
                   MOVE WS-PROFILE TO WS-GOV-PROFILE
               END-IF
               IF WS-GOV-RPM = SPACES
                   MOVE "UNSANDBOX_RPM" TO WS-CONFIG-KEY-NAME
                   PERFORM READ-CONFIG-VALUE
                   MOVE WS-CONFIG-VALUE TO WS-GOV-RPM
               END-IF
               IF WS-GOV-CONC = SPACES
                   MOVE "UNSANDBOX_MAX_CONCURRENT" TO WS-CONFIG-KEY-NAME
                   PERFORM READ-CONFIG-VALUE
                   MOVE WS-CONFIG-VALUE TO WS-GOV-CONC
               END-IF
               IF WS-GOV-RPM = SPACES
                   MOVE "0" TO WS-GOV-RPM
               END-IF
               IF WS-GOV-CONC = SPACES
                   MOVE "0" TO WS-GOV-CONC
               END-IF
               DISPLAY "UNSANDBOX_RPM" UPON ENVIRONMENT-NAME
               DISPLAY WS-GOV-RPM UPON ENVIRONMENT-VALUE
               DISPLAY "UNSANDBOX_MAX_CONCURRENT" UPON ENVIRONMENT-NAME
               DISPLAY WS-GOV-CONC UPON ENVIRONMENT-VALUE
               DISPLAY "UNSANDBOX_GOV_PROFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-GOV-PROFILE UPON ENVIRONMENT-VALUE
               MOVE "Y" TO WS-GOV-RESOLVED
           END-IF.

       GOVERNOR-SET-CLASS.
      * Queue this process's API calls under WS-GOV-CLASS: watchdog
      * and interactive are admitted ahead of batch and schedule.
      * A class inherited from the un.cob that started this one (a
      * batch worker, a scheduled run) is kept
           ACCEPT WS-GOV-INHERIT FROM ENVIRONMENT "UNSANDBOX_PRIORITY".
           IF WS-GOV-INHERIT = SPACES
               DISPLAY "UNSANDBOX_PRIORITY" UPON ENVIRONMENT-NAME
               DISPLAY WS-GOV-CLASS UPON ENVIRONMENT-VALUE
           END-IF.

       HANDLE-GOVERNOR.
      * Status view of the request governor for the active profile:
      * its limits, the last minute's request count, the executions
      * holding a slot and the waiters in admission order with how
      * long each has been held, then the endpoint health
           PERFORM RESOLVE-API-KEY.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sh /tmp/unsandbox_api.sh --queue; "
               "sh /tmp/unsandbox_api.sh --status"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-HOUSEKEEP.
      * housekeep [--dry-run]: apply each state area's retention
      * policy, print what was (or would be) compressed or removed
      * and a before/after space report
           MOVE "N" TO WS-HK-DRY.
           MOVE "N" TO WS-HK-QUIET.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               EVALUATE WS-ARG2
                   WHEN "--dry-run"
                       MOVE "Y" TO WS-HK-DRY
                   WHEN OTHER
                       DISPLAY "Usage: un.cob housekeep [--dry-run]"
                           UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.
           PERFORM HOUSEKEEP-RUN.

       HOUSEKEEP-RUN.
      * One housekeeping pass under the shared lock, so nothing that
      * appends or rewrites state interleaves with the pruning. The
      * API key, when there is one, lets the script ask which
      * services are live before touching deploy archives
           PERFORM RESOLVE-API-KEY.
           PERFORM TRACE-RESOLVE.
           PERFORM HOUSEKEEP-RESOLVE-POLICY.
           PERFORM ENSURE-HK-LIB.
           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               " sh /tmp/unsandbox_hk.sh '" WS-HK-DRY "' '"
               WS-HK-QUIET "' '" FUNCTION TRIM(WS-TRACE-PATH) "' '"
               FUNCTION TRIM(WS-SUITE-HIST-PATH) "' '"
               FUNCTION TRIM(WS-API-KEY) "'"
               WS-HK-ARGS(1:WS-HK-PTR - 1)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HOUSEKEEP-RESOLVE-POLICY.
      * Retention policy per state area, from the config keys
      * RETAIN_TRANSCRIPTS (~/.unsandbox/transcripts), RETAIN_METRICS
      * (metrics/*.log, the size is per service log), RETAIN_DEPLOYS
      * (deploys/<id>), RETAIN_INCIDENTS (incidents.log and the
      * excerpts), RETAIN_POWER (power.log), RETAIN_SUITE (suite
      * results), RETAIN_TRACE (the trace file) and RETAIN_SPOOL.
      * Each is a list of days=N (age limit), size=N[K|M|G] (size
      * limit) and compress=N (gzip after N days); an area with no
      * policy is left alone. Entries matched in
      * ~/.unsandbox/legal_hold are never compressed or removed
           MOVE SPACES TO WS-HK-ARGS.
           MOVE 1 TO WS-HK-PTR.
           MOVE "transcripts" TO WS-HK-AREA.
           MOVE "RETAIN_TRANSCRIPTS" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.
           MOVE "metrics" TO WS-HK-AREA.
           MOVE "RETAIN_METRICS" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.
           MOVE "deploys" TO WS-HK-AREA.
           MOVE "RETAIN_DEPLOYS" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.
           MOVE "incidents" TO WS-HK-AREA.
           MOVE "RETAIN_INCIDENTS" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.
           MOVE "power" TO WS-HK-AREA.
           MOVE "RETAIN_POWER" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.
           MOVE "suite" TO WS-HK-AREA.
           MOVE "RETAIN_SUITE" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.
           MOVE "trace" TO WS-HK-AREA.
           MOVE "RETAIN_TRACE" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.
           MOVE "spool" TO WS-HK-AREA.
           MOVE "RETAIN_SPOOL" TO WS-CONFIG-KEY-NAME.
           PERFORM HOUSEKEEP-ADD-AREA.

       HOUSEKEEP-ADD-AREA.
           PERFORM READ-CONFIG-VALUE.
           INSPECT WS-CONFIG-VALUE REPLACING ALL "'" BY SPACE.
           IF WS-CONFIG-VALUE = SPACES
               STRING " " FUNCTION TRIM(WS-HK-AREA) " ''"
                   DELIMITED BY SIZE INTO WS-HK-ARGS
                   WITH POINTER WS-HK-PTR
               END-STRING
           ELSE
               STRING " " FUNCTION TRIM(WS-HK-AREA) " '"
                   FUNCTION TRIM(WS-CONFIG-VALUE) "'"
                   DELIMITED BY SIZE INTO WS-HK-ARGS
                   WITH POINTER WS-HK-PTR
               END-STRING
           END-IF.

       ENSURE-HK-LIB.
      * Write the housekeeping script to /tmp/unsandbox_hk.sh
      * (atomically, once per process) as ENSURE-API-LIB does the
      * front-end. Directory areas (transcripts, spool, deploys,
      * incident excerpts) are compressed, aged out and trimmed to
      * size oldest first by modification time; line logs have
      * their records dated by the timestamp they carry, and old
      * ones move to a dated gzip segment beside the log or are
      * dropped. A live service's current and previous deploy
      * archives are never touched (every service counts as live
      * when the list cannot be had), nor are the records of an
      * open incident. Every action goes to ~/.unsandbox/
      * housekeep.log: time, area, action, target, bytes, reason
           IF WS-HKLIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=/tmp/unsandbox_hk_$PPID.part; "
                   "cat > ""$TMP"" <<'UNSANDBOX_HK_EOF'"
                   X"0A"
                   "# unsandbox housekeeping - see ENSURE-HK-LIB"
                   X"0A"
                   "# usage: sh unsandbox_hk.sh DRY QUIET TRACE SUITE "
                   "KEY [AREA POLICY]..."
                   X"0A"
                   "DRY=$1; Q=$2; TRF=$3; RL=$4; KEY=$5; shift 5"
                   X"0A"
                   "U=~/.unsandbox; HL=$U/housekeep.log; "
                   "LH=$U/legal_hold"
                   X"0A"
                   "NOW=$(date +%s); TS=$(date -u "
                   "+%Y-%m-%dT%H:%M:%SZ); SR=/tmp/unsandbox_hk_$$"
                   X"0A"
                   "case ""$TRF"" in ""~/""*) "
                   "TRF=""$HOME/${TRF#??}"";; esac"
                   X"0A"
                   "case ""$RL"" in ""~/""*) RL=""$HOME/${RL#??}"";; "
                   "esac"
                   X"0A"
                   ": > ""$SR""; trap 'rm -f ""$SR"" ""$SR"".*' EXIT"
                   X"0A"
                   "say() { [ ""$Q"" = Y ] || printf '%s\n' ""$*""; }"
                   X"0A"
                   "by() { du -sb ""$@"" 2>/dev/null | awk '{ s += $1 "
                   "} END { print s + 0 }'; }"
                   X"0A"
                   "sz() { case ""$1"" in *[Kk]) echo $(( ${1%?} * "
                   "1024 ));;"
                   X"0A"
                   "  *[Mm]) echo $(( ${1%?} * 1048576 ));;"
                   X"0A"
                   "  *[Gg]) echo $(( ${1%?} * 1073741824 ));; *) echo "
                   """$1"";; esac; }"
                   X"0A"
                   "# every action is printed and logged: time, area, "
                   "action, target,"
                   X"0A"
                   "# bytes, reason (a dry run only prints)"
                   X"0A"
                   "hlog() { [ ""$2"" = remove ] && echo ""$4"" >> "
                   """$SR.f"""
                   X"0A"
                   "  if [ ""$DRY"" = Y ]; then say ""  would $2 $3 "
                   "($4 bytes, $5)"""
                   X"0A"
                   "  else say ""  $2 $3 ($4 bytes, $5)""; printf "
                   "'%s\t%s\t%s\t%s\t%s\t%s\n' \"
                   X"0A"
                   "  ""$TS"" ""$1"" ""$2"" ""$3"" ""$4"" ""$5"" >> "
                   """$HL""; fi; }"
                   X"0A"
                   "# legal hold: ""<area|*> <name-glob> [reason]"" "
                   "lines; a held file or"
                   X"0A"
                   "# directory is matched on its name, a held record "
                   "on its text"
                   X"0A"
                   "held() { [ -s ""$LH"" ] || return 1"
                   X"0A"
                   "  while read -r HA HP HR; do case ""$HA"" in "
                   "''|\#*) continue;; esac"
                   X"0A"
                   "  [ ""$HA"" = ""$1"" ] || [ ""$HA"" = '*' ] || "
                   "continue"
                   X"0A"
                   "  case ""$2"" in $HP) return 0;; esac; done < "
                   """$LH""; return 1; }"
                   X"0A"
                   "old() { [ -n ""$2"" ] && [ -e ""$1"" ] &&"
                   X"0A"
                   "  [ $(( (NOW - $(stat -c %Y ""$1"")) / 86400 )) "
                   "-ge ""$2"" ]; }"
                   X"0A"
                   "gone() { hlog ""$1"" remove ""$2"" ""$(by "
                   """$2"")"" ""$3""; echo ""$2"" >> ""$SR.g"""
                   X"0A"
                   "  [ ""$DRY"" = Y ] || rm -rf ""$2""; }"
                   X"0A"
                   "# bytes still left among the named paths, net of "
                   "this run's removals"
                   X"0A"
                   "left() { for X; do [ -e ""$X"" ] && ! grep -qxF "
                   """$X"" ""$SR.g"" && by ""$X"""
                   X"0A"
                   "  done | awk '{ s += $1 } END { print s + 0 }'; }"
                   X"0A"
                   "# a directory of entries, oldest first: compress "
                   "(files), age out,"
                   X"0A"
                   "# then trim to size; $3 names a test for entries "
                   "never to touch"
                   X"0A"
                   "hkdir() { D=$2; SK=${3:-false}; [ -d ""$D"" ] || "
                   "return 0"
                   X"0A"
                   "  ls -1tr ""$D"" | while IFS= read -r E; do P=$D/$E"
                   X"0A"
                   "  held ""$1"" ""$E"" && continue; $SK ""$E"" && "
                   "continue"
                   X"0A"
                   "  if old ""$P"" ""$DAYS""; then gone ""$1"" ""$P"" "
                   """older than $DAYS days"""
                   X"0A"
                   "  elif [ -n ""$GZ"" ] && [ -f ""$P"" ] && [ "
                   """${P%.gz}"" = ""$P"" ] &&"
                   X"0A"
                   "  old ""$P"" ""$GZ""; then hlog ""$1"" compress "
                   """$P"" ""$(by ""$P"")"" \"
                   X"0A"
                   "  ""older than $GZ days""; [ ""$DRY"" = Y ] || "
                   "gzip -f ""$P""; fi; done"
                   X"0A"
                   "  [ -n ""$SIZE"" ] || return 0"
                   X"0A"
                   "  T=$(left ""$D""/*)"
                   X"0A"
                   "  ls -1tr ""$D"" | while IFS= read -r E; do [ "
                   """$T"" -gt ""$SIZE"" ] || break"
                   X"0A"
                   "  P=$D/$E; [ -e ""$P"" ] && ! grep -qxF ""$P"" "
                   """$SR.g"" || continue"
                   X"0A"
                   "  held ""$1"" ""$E"" && continue; $SK ""$E"" && "
                   "continue"
                   X"0A"
                   "  B=$(by ""$P""); gone ""$1"" ""$P"" ""area over "
                   "$SIZE bytes""; T=$((T - B)); done; }"
                   X"0A"
                   "# deploy archives: a live service keeps its "
                   "current and previous"
                   X"0A"
                   "# archive whatever the policy - only a stale "
                   "staged one can go"
                   X"0A"
                   "islive() { [ ""$LIVE"" = '*' ] || printf '%s\n' "
                   """$LIVE"" | grep -qxF ""$1""; }"
                   X"0A"
                   "hkdeploys() { D=$U/deploys; [ -d ""$D"" ] || "
                   "return 0; LIVE='*'"
                   X"0A"
                   "  if [ -n ""$KEY"" ]; then C=$(sh "
                   "/tmp/unsandbox_api.sh -s --max-time 30 \"
                   X"0A"
                   "  --connect-timeout 10 -o ""$SR.s"" -w "
                   "'%{http_code}' -X GET \"
                   X"0A"
                   "  unsandbox:/services -H ""Authorization: Bearer "
                   "$KEY"")"
                   X"0A"
                   "  [ ""$C"" = 200 ] && LIVE=$(awk -v mode=list -v "
                   "q=services -v f=id \"
                   X"0A"
                   "  -f /tmp/unsandbox_json.awk ""$SR.s"" "
                   "2>/dev/null); fi"
                   X"0A"
                   "  [ ""$LIVE"" = '*' ] && say ""  (service list "
                   "unavailable - every"" \"
                   X"0A"
                   "  ""deployed service treated as live)"""
                   X"0A"
                   "  for P in ""$D""/*/; do [ -d ""$P"" ] || "
                   "continue; S=$(basename ""$P"")"
                   X"0A"
                   "  islive ""$S"" || continue; held deploys ""$S"" "
                   "&& continue"
                   X"0A"
                   "  old ""$P/staged.tgz"" ""${DAYS:-1}"" &&"
                   X"0A"
                   "  gone deploys ""${P}staged.tgz"" ""stale staged "
                   "archive""; done"
                   X"0A"
                   "  hkdir deploys ""$D"" islive; }"
                   X"0A"
                   "# incident excerpts still named by an open "
                   "incident's record stay"
                   X"0A"
                   "openex() { grep -qxF ""$U/incidents/$1"" ""$SR.x"" "
                   "2>/dev/null; }"
                   X"0A"
                   "UNSANDBOX_HK_EOF"
                   X"0A"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
      * (in two parts, each within what one SYSTEM call will take)
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=/tmp/unsandbox_hk_$PPID.part; "
                   "cat >> ""$TMP"" <<'UNSANDBOX_HKLOG_EOF'"
                   X"0A"
                   "# a line log: records whose timestamp is past "
                   "compress move to a"
                   X"0A"
                   "# dated gzip segment beside it, past days are "
                   "dropped (old segments"
                   X"0A"
                   "# too), then the oldest segments and records go "
                   "until it fits;"
                   X"0A"
                   "# records without a timestamp, held ones and those "
                   "of open"
                   X"0A"
                   "# incidents ($SR.o) are kept"
                   X"0A"
                   "hklog() { F=$1; [ -s ""$F"" ] || return 0; C1=; "
                   "C2=; BUD="
                   X"0A"
                   "  [ -n ""$DAYS"" ] && C1=$(date -u -d ""@$((NOW - "
                   "DAYS * 86400))"" \"
                   X"0A"
                   "  +%Y-%m-%dT%H:%M:%S); [ -n ""$GZ"" ] &&"
                   X"0A"
                   "  C2=$(date -u -d ""@$((NOW - GZ * 86400))"" "
                   "+%Y-%m-%dT%H:%M:%S)"
                   X"0A"
                   "  for G in $(ls -1tr ""$F"".*.gz 2>/dev/null); do"
                   X"0A"
                   "  held ""$A"" ""$(basename ""$G"")"" && continue"
                   X"0A"
                   "  old ""$G"" ""$DAYS"" && gone ""$A"" ""$G"" "
                   """older than $DAYS days""; done"
                   X"0A"
                   "  if [ -n ""$SIZE"" ]; then T=$(left ""$F"" "
                   """$F"".*.gz)"
                   X"0A"
                   "  for G in $(ls -1tr ""$F"".*.gz 2>/dev/null); do"
                   X"0A"
                   "  [ ""$T"" -gt ""$SIZE"" ] || break; grep -qxF "
                   """$G"" ""$SR.g"" && continue"
                   X"0A"
                   "  held ""$A"" ""$(basename ""$G"")"" && continue"
                   X"0A"
                   "  B=$(by ""$G""); gone ""$A"" ""$G"" ""area over "
                   "$SIZE bytes""; T=$((T - B))"
                   X"0A"
                   "  done; BUD=$((SIZE - T + $(by ""$F""))); [ "
                   """$BUD"" -gt 0 ] || BUD=0; fi"
                   X"0A"
                   "  OB=$(wc -c < ""$F""); : > ""$SR.k""; : > "
                   """$SR.z""; : > ""$SR.d"""
                   X"0A"
                   "  awk -v c1=""$C1"" -v c2=""$C2"" -v bud=""$BUD"" "
                   "-v lh=""$LH"" -v a=""$A"" \"
                   X"0A"
                   "  -v op=""$SR.o"" -v o=""$SR.k"" -v z=""$SR.z"" -v "
                   "d=""$SR.d"" '"
                   X"0A"
                   "  BEGIN { while ((getline l < lh) > 0) { split(l, "
                   "h, "" "")"
                   X"0A"
                   "    if (h[1] == a || h[1] == ""*"") hp[++nh] = "
                   "h[2] }"
                   X"0A"
                   "    while ((getline l < op) > 0) oi[l] = 1 }"
                   X"0A"
                   "  { L[NR] = $0; ts = """"; k = 0"
                   X"0A"
                   "    if (match($0, /[0-9][0-9][0-9][0-9]-[0-9][0-9]-"
                   "[0-9][0-9]T[0-9][0-9]:[0-9][0-9]:[0-9][0-9]/))"
                   X"0A"
                   "      ts = substr($0, RSTART, RLENGTH)"
                   X"0A"
                   "    for (i = 1; i <= nh; i++) if (hp[i] == ""*"" "
                   "|| index($0, hp[i])) k = 1"
                   X"0A"
                   "    split($0, c, ""\t""); if (c[5] in oi) k = 1"
                   X"0A"
                   "    H[NR] = k"
                   X"0A"
                   "    if (!k && ts != """" && c1 != """" && ts < c1) "
                   "X[NR] = d"
                   X"0A"
                   "    else if (!k && ts != """" && c2 != """" && ts "
                   "< c2) X[NR] = z"
                   X"0A"
                   "    else { X[NR] = o; kb += length($0) + 1 } }"
                   X"0A"
                   "  END { for (i = 1; i <= NR && bud != """" && kb > "
                   "bud + 0; i++)"
                   X"0A"
                   "      if (X[i] == o && !H[i]) { X[i] = d; kb -= "
                   "length(L[i]) + 1 }"
                   X"0A"
                   "    for (i = 1; i <= NR; i++) print L[i] > X[i] }' "
                   """$F"""
                   X"0A"
                   "  NZ=$(wc -l < ""$SR.z""); ND=$(wc -l < ""$SR.d"")"
                   X"0A"
                   "  [ ""$NZ"" -gt 0 ] && hlog ""$A"" compress ""$NZ "
                   "records of $F"" \"
                   X"0A"
                   "  ""$(wc -c < ""$SR.z"")"" ""older than $GZ days"""
                   X"0A"
                   "  R=; [ -n ""$C1"" ] && R=""older than $DAYS days"""
                   X"0A"
                   "  [ -n ""$BUD"" ] && R=""${R:+$R or }area over "
                   "$SIZE bytes"""
                   X"0A"
                   "  [ ""$ND"" -gt 0 ] && hlog ""$A"" remove ""$ND "
                   "records of $F"" \"
                   X"0A"
                   "  ""$(wc -c < ""$SR.d"")"" ""$R"""
                   X"0A"
                   "  [ ""$DRY"" = Y ] && return 0; [ $((NZ + ND)) -gt "
                   "0 ] || return 0"
                   X"0A"
                   "  [ ""$NZ"" -gt 0 ] && gzip -c ""$SR.z"" >> "
                   """$F.$(date -u +%Y%m%d).gz"""
                   X"0A"
                   "  # anything appended meanwhile by a writer not "
                   "under the lock"
                   X"0A"
                   "  tail -c +$((OB + 1)) ""$F"" >> ""$SR.k"""
                   X"0A"
                   "  cat ""$SR.k"" > ""$F.hk.$$"" && mv ""$F.hk.$$"" "
                   """$F""; }"
                   X"0A"
                   "hk() { A=$1; DAYS=; SIZE=; GZ=; : > ""$SR.f""; : > "
                   """$SR.g"""
                   X"0A"
                   "  for W in $2; do case ""$W"" in days=*) "
                   "DAYS=${W#days=};;"
                   X"0A"
                   "  size=*) SIZE=$(sz ""${W#size=}"");; compress=*) "
                   "GZ=${W#compress=};;"
                   X"0A"
                   "  *) echo ""Warning: $A retention: unknown setting "
                   "$W (area skipped)"" >&2"
                   X"0A"
                   "  return 0;; esac; done"
                   X"0A"
                   "  case ""$DAYS$SIZE$GZ"" in *[!0-9]*) echo "
                   """Warning: $A retention:"" \"
                   X"0A"
                   "  ""not a number in '$2' (area skipped)"" >&2; "
                   "return 0;; esac"
                   X"0A"
                   "  case ""$A"" in transcripts|spool|deploys|metrics)"
                   " PS=""$U/$A"";;"
                   X"0A"
                   "  incidents) PS=""$U/incidents.log "
                   "$U/incidents.log.*.gz $U/incidents"";;"
                   X"0A"
                   "  power) PS=""$U/power.log $U/power.log.*.gz"";;"
                   X"0A"
                   "  suite) PS=""$RL $RL.*.gz"";; trace) "
                   "PS=""${TRF:-/nonexistent}"";"
                   X"0A"
                   "  PS=""$PS $PS.*.gz"";; esac"
                   X"0A"
                   "  BF=$(by $PS)"
                   X"0A"
                   "  if [ -n ""$2"" ]; then say ""$A ($2)""; case "
                   """$A"" in"
                   X"0A"
                   "  transcripts|spool) hkdir ""$A"" ""$U/$A"";; "
                   "deploys) hkdeploys;;"
                   X"0A"
                   "  metrics) for M in ""$U""/metrics/*.log; do [ -f "
                   """$M"" ] && hklog ""$M"""
                   X"0A"
                   "  done;;"
                   X"0A"
                   "  incidents) awk -F'\t' '$3 != ""resolved"" { "
                   "print $1 }' \"
                   X"0A"
                   "  ""$U/incidents.state"" > ""$SR.o"" 2>/dev/null"
                   X"0A"
                   "  awk -F'\t' -v op=""$SR.o"" 'BEGIN { while "
                   "((getline l < op) > 0)"
                   X"0A"
                   "  o[l] = 1 } $5 in o { print $4 }' "
                   """$U/incidents.log"" > ""$SR.x"" 2>/dev/null"
                   X"0A"
                   "  hklog ""$U/incidents.log""; hkdir incidents "
                   """$U/incidents"" openex"
                   X"0A"
                   "  rm -f ""$SR.o"";;"
                   X"0A"
                   "  power) hklog ""$U/power.log"";; suite) hklog "
                   """$RL"";;"
                   X"0A"
                   "  trace) [ -n ""$TRF"" ] && hklog ""$TRF"";; esac; "
                   "fi"
                   X"0A"
                   "  AF=$(by $PS); [ ""$DRY"" = Y ] && AF=$((BF - "
                   "$(awk '{ s += $1 }"
                   X"0A"
                   "  END { print s + 0 }' ""$SR.f"")))"
                   X"0A"
                   "  printf '%s\t%s\t%s\t%s\n' ""$A"" ""$BF"" ""$AF"" "
                   """${2:-no policy}"" >> ""$SR""; }"
                   X"0A"
                   "[ ""$DRY"" = Y ] && say ""Dry run - nothing is "
                   "changed"""
                   X"0A"
                   "while [ $# -ge 2 ]; do hk ""$1"" ""$2""; shift 2; "
                   "done"
                   X"0A"
                   "[ ""$Q"" = Y ] && exit 0"
                   X"0A"
                   "echo; awk -F'\t' 'function h(b) { if (b >= "
                   "1073741824)"
                   X"0A"
                   "  return sprintf(""%.1fG"", b / 1073741824); if (b "
                   ">= 1048576)"
                   X"0A"
                   "  return sprintf(""%.1fM"", b / 1048576); if (b >= "
                   "1024)"
                   X"0A"
                   "  return sprintf(""%.1fK"", b / 1024); return b "
                   """B"" }"
                   X"0A"
                   "  BEGIN { printf ""%-12s %9s %9s %9s  %s\n"", "
                   """AREA"", ""BEFORE"", ""AFTER"","
                   X"0A"
                   "  ""FREED"", ""POLICY"" }"
                   X"0A"
                   "  { printf ""%-12s %9s %9s %9s  %s\n"", $1, h($2), "
                   "h($3), h($2 - $3), $4"
                   X"0A"
                   "  b += $2; a += $3 }"
                   X"0A"
                   "  END { printf ""%-12s %9s %9s %9s\n"", ""total"", "
                   "h(b), h(a), h(b - a) }' ""$SR"""
                   X"0A"
                   "UNSANDBOX_HKLOG_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_hk.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-HKLIB-DONE
           END-IF.

       HANDLE-MAINTENANCE.
      * maintenance [list]: the calendar, with the windows open now
      * and anything suppressed still waiting for its summary;
      * maintenance close: send the summaries of windows that have
      * closed (the watchdog and the schedule runner do this on
      * every pass)
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM NOTIFY-RESOLVE.
           EVALUATE WS-ARG2
               WHEN SPACES
               WHEN "list"
                   MOVE SPACES TO WS-CURL-CMD
                   STRING "sh /tmp/unsandbox_maint.sh list"
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CURL-CMD
               WHEN "close"
                   PERFORM MAINT-CLOSE
               WHEN OTHER
                   DISPLAY "Usage: un.cob maintenance [list|close]"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       MAINT-RESOLVE.
      * The maintenance calendar (MAINT_CALENDAR, default
      * ~/.unsandbox/maintenance.tab), exported for the windows
      * script. One window per line, whitespace separated:
      *   <id> <scope> once <start> <end> [reason]
      *   <id> <scope> cron <min> <hour> <dom> <mon> <dow> <minutes>
      *        [reason]
      * where scope is * (everything), service:<id> or stack:<name>
      * and once takes local date-times (2026-10-18T02:00). Resolved
      * ahead of any command build since the config lookup recycles
      * WS-CURL-CMD
           IF WS-MAINT-RESOLVED = "N"
               PERFORM ENSURE-MAINT-LIB
               MOVE "MAINT_CALENDAR" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-MAINT-CAL
               IF WS-MAINT-CAL NOT = SPACES
                   DISPLAY "UNSANDBOX_MAINT_CALENDAR"
                       UPON ENVIRONMENT-NAME
                   DISPLAY WS-MAINT-CAL UPON ENVIRONMENT-VALUE
               END-IF
               MOVE "Y" TO WS-MAINT-RESOLVED
           END-IF.

       MAINT-CLOSE.
      * Closing summaries through the notification hooks, one per
      * window occurrence that held something back
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sh /tmp/unsandbox_maint.sh close | "
               "while IFS= read -r MSG; do echo ""$MSG""; NSCOPE=''; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM NOTIFY-APPEND-FIRE.
           STRING FUNCTION TRIM(WS-CURL-CMD) "; done"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       ENSURE-MAINT-LIB.
      * Write the maintenance windows script to
      * /tmp/unsandbox_maint.sh (atomically, once per process) as
      * ENSURE-API-LIB does the front-end. open <scope> lists the
      * windows covering a scope now (a stack covers its members and
      * a member's service); hold <scope> <kind> <text> logs what a
      * window suppresses to ~/.unsandbox/maintenance.log, once per
      * occurrence, and names the window; close prints the summary
      * of each occurrence that has ended and release <S|P> the
      * schedule ids it deferred, each only once
      * (~/.unsandbox/maintenance.done)
           IF WS-MAINTLIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=$(mktemp /tmp/unsandbox_maint_XXXXXX); "
                   "cat > ""$TMP"" <<'UNSANDBOX_MAINT_EOF'"
                   X"0A"
                   "# unsandbox maintenance windows - see "
                   "ENSURE-MAINT-LIB"
                   X"0A"
                   "# usage: sh unsandbox_maint.sh "
                   "open|hold|release|close|list ..."
                   X"0A"
                   "CAL=${UNSANDBOX_MAINT_CALENDAR:-~/.unsandbox/mainte"
                   "nance.tab}"
                   X"0A"
                   "case ""$CAL"" in ""~/""*) "
                   "CAL=""$HOME/${CAL#??}"";; esac"
                   X"0A"
                   "U=~/.unsandbox; ML=$U/maintenance.log; "
                   "MD=$U/maintenance.done"
                   X"0A"
                   "NOW=$(date +%s); TAB=$(printf '\t')"
                   X"0A"
                   "locked() { if { true >&9; } 2>/dev/null; then "
                   """$@"""
                   X"0A"
                   "  elif command -v flock >/dev/null 2>&1; then"
                   X"0A"
                   "  ( exec 9>>~/.unsandbox/.lock; flock 9; ""$@"" ); "
                   "else ""$@""; fi; }"
                   X"0A"
                   "# windows open now: id, scope, start, end, reason "
                   "(epochs). A cron"
                   X"0A"
                   "# window opens at every minute its five fields "
                   "match and stays"
                   X"0A"
                   "# open for its length in minutes"
                   X"0A"
                   "wins() { [ -s ""$CAL"" ] || return 0"
                   X"0A"
                   "  while read -r I S K R; do case ""$I"" in ''|\#*) "
                   "continue;; esac"
                   X"0A"
                   "  if [ ""$K"" = once ]; then set -f; set -- $R; "
                   "set +f"
                   X"0A"
                   "  A=$(date -d ""$1"" +%s 2>/dev/null); B=$(date -d "
                   """$2"" +%s 2>/dev/null)"
                   X"0A"
                   "  [ -n ""$A"" ] && [ -n ""$B"" ] && [ ""$A"" -le "
                   """$NOW"" ] && [ ""$NOW"" -lt ""$B"" ] &&"
                   X"0A"
                   "  shift 2 && printf '%s\t%s\t%s\t%s\t%s\n' ""$I"" "
                   """$S"" ""$A"" ""$B"" ""$*"""
                   X"0A"
                   "  elif [ ""$K"" = cron ]; then set -f; set -- $R; "
                   "set +f"
                   X"0A"
                   "  [ $# -ge 6 ] || continue; case ""$6"" in "
                   "''|*[!0-9]*|0) continue;; esac"
                   X"0A"
                   "  C=""$1 $2 $3 $4 $5""; L=$6; shift 6; T=$((NOW - "
                   "NOW % 60))"
                   X"0A"
                   "  seq $((T - (L - 1) * 60)) 60 ""$T"" | sed "
                   "'s/^/@/' |"
                   X"0A"
                   "  date -f - '+%s %-M %-H %-d %-m %w' | awk -v "
                   "c=""$C"" -v l=""$L"" -v i=""$I"" \"
                   X"0A"
                   "  -v s=""$S"" -v r=""$*"" 'function fm(f, v, lo,  "
                   "i, n, a, p, q, st) {"
                   X"0A"
                   "  if (f == ""*"") return 1; n = split(f, a, "","")"
                   X"0A"
                   "  for (i = 1; i <= n; i++) { p = a[i]"
                   X"0A"
                   "  if (p ~ /^\*\/[0-9]+$/) { st = substr(p, 3) + 0"
                   X"0A"
                   "  if (st > 0 && (v - lo) % st == 0) return 1 }"
                   X"0A"
                   "  else if (p ~ /^[0-9]+-[0-9]+$/) { split(p, q, "
                   """-"")"
                   X"0A"
                   "  if (v >= q[1] + 0 && v <= q[2] + 0) return 1 }"
                   X"0A"
                   "  else if (p ~ /^[0-9]+$/ && p + 0 == v) return 1 }"
                   X"0A"
                   "  return 0 }"
                   X"0A"
                   "  BEGIN { split(c, f, "" "") }"
                   X"0A"
                   "  fm(f[1], $2, 0) && fm(f[2], $3, 0) && fm(f[3], "
                   "$4, 1) &&"
                   X"0A"
                   "  fm(f[4], $5, 1) && (fm(f[5], $6, 0) || ($6 == 0 "
                   "&& fm(f[5], 7, 0))) {"
                   X"0A"
                   "  a = $1 } END { if (a != """") printf "
                   """%s\t%s\t%s\t%s\t%s\n"", i, s, a,"
                   X"0A"
                   "  a + l * 60, r }'; fi; done < ""$CAL""; }"
                   X"0A"
                   "# the services a scope stands for (* for "
                   "everything)"
                   X"0A"
                   "mem() { case ""$1"" in '*'|all) echo '*';; "
                   "service:*) echo ""${1#service:}"";;"
                   X"0A"
                   "  stack:*) awk '!/^[ \t]*(#|$)/ { print $1 }' \"
                   X"0A"
                   "  ""$U/stacks/${1#stack:}.tab"" 2>/dev/null;; "
                   "esac; }"
                   X"0A"
                   "# does window scope $1 cover item scope $2 (empty "
                   "= not service bound)"
                   X"0A"
                   "covers() { case ""$1"" in '*'|all) return 0;; esac"
                   X"0A"
                   "  [ -n ""$2"" ] || return 1; [ ""$1"" = ""$2"" ] "
                   "&& return 0"
                   X"0A"
                   "  mem ""$2"" > /tmp/unsandbox_mw_$$"
                   X"0A"
                   "  mem ""$1"" | grep -qxFf /tmp/unsandbox_mw_$$; "
                   "CR=$?; rm -f /tmp/unsandbox_mw_$$"
                   X"0A"
                   "  return $CR; }"
                   X"0A"
                   "# each thing a window suppressed is logged once "
                   "per occurrence:"
                   X"0A"
                   "# time, window, scope, start, end, kind, item "
                   "scope, text"
                   X"0A"
                   "rec() { awk -F'\t' -v w=""$1"" -v a=""$3"" -v "
                   "k=""$5"" -v t=""$6"" -v x=""$7"" \"
                   X"0A"
                   "  '$2 == w && $4 == a && $6 == k && $7 == t && $8 "
                   "== x { f = 1 }"
                   X"0A"
                   "  END { exit !f }' ""$ML"" 2>/dev/null ||"
                   X"0A"
                   "  printf '%s\t%s\t%s\t%s\t%s\t%s\t%s\t%s\n' \"
                   X"0A"
                   "  ""$(date -u +%Y-%m-%dT%H:%M:%SZ)"" ""$@"" >> "
                   """$ML""; }"
                   X"0A"
                   "# occurrences over and not yet marked done for $1 "
                   "(summary, S, P)"
                   X"0A"
                   "ended() { awk -F'\t' -v n=""$NOW"" -v d=""$1"" -v "
                   "md=""$MD"" '"
                   X"0A"
                   "  BEGIN { while ((getline l < md) > 0) { split(l, "
                   "a, ""\t"")"
                   X"0A"
                   "  if (a[3] == d) x[a[1] ""\t"" a[2]] = 1 } }"
                   X"0A"
                   "  $5 <= n && !(($2 ""\t"" $4) in x)' ""$ML"" "
                   "2>/dev/null; }"
                   X"0A"
                   "mark() { awk -F'\t' '{ print $2 ""\t"" $4 }' | "
                   "sort -u |"
                   X"0A"
                   "  sed ""s/\$/$TAB$1/"" >> ""$MD""; }"
                   X"0A"
                   "mclose() { ended summary > /tmp/unsandbox_mw_$$.e"
                   X"0A"
                   "  mark summary < /tmp/unsandbox_mw_$$.e"
                   X"0A"
                   "  awk -F'\t' '{ k = $2 ""\t"" $4; if (!(k in s)) { "
                   "o[++n] = k; s[k] = $3 }"
                   X"0A"
                   "  c[k, $6]++; if ($6 == ""notify"") h[k] = h[k] "
                   "(h[k] == """" ? """" : "" | "") $8 }"
                   X"0A"
                   "  END { for (i = 1; i <= n; i++) { k = o[i]; "
                   "split(k, a, ""\t"")"
                   X"0A"
                   "  m = ""unsandbox maintenance window "" a[1] "" "
                   "("" s[k] "") closed: "" \"
                   X"0A"
                   "  (c[k, ""incident""] + 0) "" incident(s) recorded "
                   "without waking, "" \"
                   X"0A"
                   "  (c[k, ""notify""] + 0) "" notification(s) held, "
                   """ \"
                   X"0A"
                   "  (c[k, ""schedule""] + 0) "" scheduled run(s) "
                   "deferred"""
                   X"0A"
                   "  if (h[k] != """") m = m "" - held: "" "
                   "substr(h[k], 1, 600)"
                   X"0A"
                   "  print m } }' /tmp/unsandbox_mw_$$.e; rm -f "
                   "/tmp/unsandbox_mw_$$.e; }"
                   X"0A"
                   "mrelease() { ended ""$1"" | awk -F'\t' -v p=""$1"" "
                   "'$6 == ""schedule"" {"
                   X"0A"
                   "  split($8, a, "" ""); if (a[1] == p) print }' > "
                   "/tmp/unsandbox_mw_$$.r"
                   X"0A"
                   "  mark ""$1"" < /tmp/unsandbox_mw_$$.r"
                   X"0A"
                   "  awk -F'\t' '{ split($8, a, "" ""); print a[2] }' "
                   "/tmp/unsandbox_mw_$$.r |"
                   X"0A"
                   "  sort -u; rm -f /tmp/unsandbox_mw_$$.r; }"
                   X"0A"
                   "mkdir -p ""$U""; M=$1; shift"
                   X"0A"
                   "case ""$M"" in"
                   X"0A"
                   "open) wins | while IFS=""$TAB"" read -r I S A B R; "
                   "do covers ""$S"" ""$1"" &&"
                   X"0A"
                   "  printf '%s\t%s\t%s\t%s\t%s\n' ""$I"" ""$S"" "
                   """$A"" ""$B"" ""$R""; done | grep .;;"
                   X"0A"
                   "# hold SCOPE KIND TEXT: inside a window, log it "
                   "and name the window"
                   X"0A"
                   "hold) W=$(sh ""$0"" open ""$1"" | head -1); [ -n "
                   """$W"" ] || exit 1"
                   X"0A"
                   "  IFS=""$TAB"" read -r I S A B R <<EOF"
                   X"0A"
                   "$W"
                   X"0A"
                   "EOF"
                   X"0A"
                   "  locked rec ""$I"" ""$S"" ""$A"" ""$B"" ""$2"" "
                   """$1"" ""$3""; echo ""$I"";;"
                   X"0A"
                   "close) locked mclose;;"
                   X"0A"
                   "release) locked mrelease ""$1"";;"
                   X"0A"
                   "list) printf '%-12s %-20s %-6s %s\n' WINDOW SCOPE "
                   "STATE WHEN"
                   X"0A"
                   "  wins > /tmp/unsandbox_mw_$$.o; [ -s ""$CAL"" ] "
                   "|| echo '(no windows)'"
                   X"0A"
                   "  [ -s ""$CAL"" ] && while read -r I S K R; do"
                   X"0A"
                   "  case ""$I"" in ''|\#*) continue;; esac"
                   X"0A"
                   "  O=$(awk -F'\t' -v i=""$I"" '$1 == i { print $4; "
                   "exit }' /tmp/unsandbox_mw_$$.o)"
                   X"0A"
                   "  if [ -n ""$O"" ]; then printf '%-12s %-20s %-6s "
                   "until %s\n' ""$I"" ""$S"" open \"
                   X"0A"
                   "  ""$(date -d ""@$O"" '+%Y-%m-%d %H:%M')"""
                   X"0A"
                   "  else printf '%-12s %-20s %-6s %s\n' ""$I"" "
                   """$S"" - ""$K $R""; fi"
                   X"0A"
                   "  done < ""$CAL""; rm -f /tmp/unsandbox_mw_$$.o"
                   X"0A"
                   "  N=$(ended summary | wc -l)"
                   X"0A"
                   "  [ ""$N"" -gt 0 ] && echo ""($N suppressed "
                   "item(s) awaiting a closing summary)"""
                   X"0A"
                   "  exit 0;;"
                   X"0A"
                   "esac"
                   X"0A"
                   "UNSANDBOX_MAINT_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_maint.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-MAINTLIB-DONE
           END-IF.

       POLICY-RESOLVE.
      * The profile's execution policy: the file named by config
      * EXEC_POLICY, else ~/.unsandbox/policies/<profile>.policy
      * (default.policy with no profile). Resolved once and ahead
      * of any command build since the config lookup recycles
      * WS-CURL-CMD. WS-POLICY-ACTIVE is Y when the file exists, M
      * when EXEC_POLICY names one that does not (every check then
      * refuses rather than run unpoliced) and N for no policy,
      * which costs nothing further
           IF WS-POLICY-RESOLVED = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-POLICY-RESOLVED.
           PERFORM TRACE-RESOLVE.
           MOVE "EXEC_POLICY" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-POLICY-PATH.
           MOVE "N" TO WS-POLICY-NAMED.
           IF WS-POLICY-PATH NOT = SPACES
               MOVE "Y" TO WS-POLICY-NAMED
           ELSE
               IF WS-PROFILE = SPACES
                   MOVE "~/.unsandbox/policies/default.policy"
                       TO WS-POLICY-PATH
               ELSE
                   STRING "~/.unsandbox/policies/"
                       FUNCTION TRIM(WS-PROFILE) ".policy"
                       DELIMITED BY SIZE INTO WS-POLICY-PATH
                   END-STRING
               END-IF
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "P='" FUNCTION TRIM(WS-POLICY-PATH) "'; "
               "case ""$P"" in ""~/""*) P=""$HOME/${P#??}"";; esac; "
               "if [ -f ""$P"" ]; then echo Y; "
               "elif [ " WS-POLICY-NAMED " = Y ]; then echo M; "
               "else echo N; fi > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE(1:1) TO WS-POLICY-ACTIVE.
           IF WS-POLICY-ACTIVE NOT = "Y"
               AND WS-POLICY-ACTIVE NOT = "M"
               MOVE "N" TO WS-POLICY-ACTIVE
           END-IF.

       POLICY-CHECK.
      * Hold one request up against the execution policy before
      * anything is built or sent. The caller names the command in
      * WS-POLICY-WHERE; the facts checked are the ones the request
      * would carry - language and pinned version, --timeout, the
      * uploaded files (source, stdin, requirements and -f inputs),
      * the --artifacts destination and the --local-fallback and
      * --force escape hatches. A refusal names the rule, goes to
      * the trace log (policy_refusals.ndjson when no trace is
      * configured) and ends the run with exit 77, the EX_NOPERM a
      * budget refusal uses
           PERFORM POLICY-TEST.
           IF WS-POLICY-ACTIVE NOT = "N"
               AND WS-EXIT-CODE NOT = 0
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       POLICY-TEST.
      * The check itself, leaving the verdict in WS-EXIT-CODE (0, or
      * 77 with the refusal already reported) for a caller that has
      * scratch of its own to clear before it stops
           PERFORM POLICY-RESOLVE.
           IF WS-POLICY-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENSURE-POLICY-LIB.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "UPOL_TRACE='" FUNCTION TRIM(WS-TRACE-PATH) "' "
               "UPOL_PROFILE='" FUNCTION TRIM(WS-PROFILE) "' "
               "sh /tmp/unsandbox_policy.sh check '"
               FUNCTION TRIM(WS-POLICY-PATH) "' '"
               FUNCTION TRIM(WS-POLICY-WHERE) "' '"
               FUNCTION TRIM(WS-LANGUAGE) "' '"
               FUNCTION TRIM(WS-LANG-VERSION) "' '"
               FUNCTION TRIM(WS-TIMEOUT-SECS) "' '"
               FUNCTION TRIM(WS-ARTIFACTS-DIR) "' "
               WS-LOCALFB " " WS-FORCE-FLAG " '"
               FUNCTION TRIM(WS-INPUT-FILES) "' '"
               FUNCTION TRIM(WS-FILENAME) "' '"
               FUNCTION TRIM(WS-STDIN-FILE) "' '"
               FUNCTION TRIM(WS-REQUIREMENTS-FILE) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

       ENSURE-POLICY-LIB.
      * Write the execution policy script to
      * /tmp/unsandbox_policy.sh (atomically, once per process) as
      * ENSURE-API-LIB does the front-end. The policy file is
      * RULE=VALUE lines: LANGUAGES (name or name:version words, *
      * for any; a language listed only with versions must be
      * pinned to one of them), MAX_TIMEOUT (seconds), MAX_UPLOAD
      * (bytes, K/M/G), ARTIFACT_DIRS (directories --artifacts may
      * write under) and LOCAL_FALLBACK / FORCE (yes or no). A rule
      * left out does not restrict. check refuses a request, lint
      * validates the file and show summarizes it for doctor
           IF WS-POLLIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=$(mktemp /tmp/unsandbox_policy_XXXXXX); "
                   "cat > ""$TMP"" <<'UNSANDBOX_POLICY_EOF'"
                   X"0A"
                   "# unsandbox execution policy - see "
                   "ENSURE-POLICY-LIB"
                   X"0A"
                   "# usage: sh unsandbox_policy.sh check POLICY WHERE "
                   "LANG VERSION TIMEOUT"
                   X"0A"
                   "#          ARTIFACTS LOCALFB FORCE INPUTS SOURCE "
                   "[FILE...]"
                   X"0A"
                   "#        sh unsandbox_policy.sh lint|show POLICY"
                   X"0A"
                   "M=$1; PF=$2; shift 2"
                   X"0A"
                   "case ""$PF"" in ""~/""*) PF=""$HOME/${PF#??}"";; "
                   "esac"
                   X"0A"
                   "# a rule's value (the last assignment wins, as in "
                   "the config files)"
                   X"0A"
                   "pv() { awk -v k=""$1"" 'index($0, k ""="") == 1 { "
                   "v = substr($0, length(k) + 2) }"
                   X"0A"
                   "  END { sub(/^[ \t]+/, """", v); sub(/[ \t\r]+$/, "
                   """"", v); print v }' ""$PF""; }"
                   X"0A"
                   "yes() { case ""$(printf '%s' ""$1"" | tr A-Z "
                   "a-z)"" in ''|y|yes|true) return 0;;"
                   X"0A"
                   "  esac; return 1; }"
                   X"0A"
                   "# 10M style sizes in bytes (empty when malformed)"
                   X"0A"
                   "bytes() { printf '%s\n' ""$1"" | awk "
                   "'/^[0-9]+[KkMmGg]?$/ { n = $0 + 0"
                   X"0A"
                   "  u = toupper(substr($0, length($0))); if (u == "
                   """K"") n *= 1024"
                   X"0A"
                   "  if (u == ""M"") n *= 1048576; if (u == ""G"") n "
                   "*= 1073741824"
                   X"0A"
                   "  printf ""%.0f\n"", n }'; }"
                   X"0A"
                   "ab() { case ""$1"" in ""~"") set -- ""$HOME"";; "
                   """~/""*) set -- ""$HOME/${1#??}"";; esac"
                   X"0A"
                   "  realpath -m -- ""$1"" 2>/dev/null || printf "
                   "'%s\n' ""$1""; }"
                   X"0A"
                   "# a refusal names the rule and leaves a record in "
                   "the trace log"
                   X"0A"
                   "refuse() { R=$1; shift"
                   X"0A"
                   "  echo ""Error: execution policy refuses $W of "
                   "$SRC - $R: $*"" >&2"
                   X"0A"
                   "  echo ""  (policy $PF; see: un.cob doctor)"" >&2"
                   X"0A"
                   "  TF=${UPOL_TRACE:-$HOME/.unsandbox/policy_refusals"
                   ".ndjson}"
                   X"0A"
                   "  case ""$TF"" in ""~/""*) TF=""$HOME/${TF#??}"";; "
                   "esac"
                   X"0A"
                   "  mkdir -p ""$(dirname ""$TF"")"" 2>/dev/null"
                   X"0A"
                   "  printf '{""ts"":""%s"",""method"":""POLICY"",""pa"
                   "th"":""%s"",""status"":""refused"",""req_bytes"":0,"
                   """resp_bytes"":0,""request_id"":"""",""rule"":""%s"
                   """,""detail"":""%s"",""file"":""%s"",""policy"":""%"
                   "s"",""profile"":""%s""}\n' \"
                   X"0A"
                   "    ""$(date -u +%Y-%m-%dT%H:%M:%SZ)"" ""$W"" "
                   """$R"" \"
                   X"0A"
                   "    ""$(printf '%s' ""$*"" | tr '""\\' ""'/"")"" "
                   """$SRC"" ""$PF"" \"
                   X"0A"
                   "    ""${UPOL_PROFILE:-default}"" >> ""$TF"" "
                   "2>/dev/null"
                   X"0A"
                   "  exit 77; }"
                   X"0A"
                   "case ""$M"" in"
                   X"0A"
                   "check) W=$1; L=$2; V=$3; T=$4; A=$5; LF=$6; FO=$7; "
                   "IN=$8; shift 8"
                   X"0A"
                   "  SRC=$1; [ -f ""$PF"" ] ||"
                   X"0A"
                   "  refuse EXEC_POLICY ""the configured policy file "
                   "does not exist"""
                   X"0A"
                   "  P=$(pv LANGUAGES)"
                   X"0A"
                   "  if [ -n ""$P"" ] && [ -n ""$L"" ] && [ ""$L"" != "
                   "unknown ]; then set -f"
                   X"0A"
                   "  OK=$(printf '%s\n' $P | awk -F: -v l=""$L"" -v "
                   "v=""$V"" '$1 == ""*"" { a = 1 }"
                   X"0A"
                   "  $1 == l && NF == 1 { a = 1 }"
                   X"0A"
                   "  $1 == l && NF > 1 { p = 1; if (v == $2 || "
                   "index(v, $2 ""."") == 1) a = 1 }"
                   X"0A"
                   "  END { if (a) print ""ok""; else if (p) print "
                   """ver""; else print ""no"" }')"
                   X"0A"
                   "  set +f; case ""$OK"" in"
                   X"0A"
                   "  no) refuse LANGUAGES ""$L is not an allowed "
                   "language (allowed: $P)"";;"
                   X"0A"
                   "  ver) [ -n ""$V"" ] || refuse LANGUAGES ""$L must "
                   "be pinned with"" \"
                   X"0A"
                   "  ""--language-version (allowed: $P)"""
                   X"0A"
                   "  refuse LANGUAGES ""$L $V is not an allowed "
                   "version (allowed: $P)"";;"
                   X"0A"
                   "  esac; fi"
                   X"0A"
                   "  P=$(pv MAX_TIMEOUT)"
                   X"0A"
                   "  case ""$P:$T"" in *:|:*|*[!0-9:]*) ;; *) [ "
                   """$T"" -gt ""$P"" ] &&"
                   X"0A"
                   "  refuse MAX_TIMEOUT ""--timeout ${T}s is over the "
                   "${P}s maximum"";; esac"
                   X"0A"
                   "  P=$(pv MAX_UPLOAD); MX=$(bytes ""$P"")"
                   X"0A"
                   "  if [ -n ""$MX"" ]; then OLDIFS=$IFS; IFS=,; set "
                   "-f; set -- ""$@"" $IN"
                   X"0A"
                   "  IFS=$OLDIFS; set +f"
                   X"0A"
                   "  SZ=$(for F; do [ -n ""$F"" ] && [ -e ""$F"" ] && "
                   "du -sbL -- ""$F"" 2>/dev/null"
                   X"0A"
                   "  done | awk '{ s += $1 } END { printf ""%.0f\n"", "
                   "s }')"
                   X"0A"
                   "  [ ""$SZ"" -gt ""$MX"" ] && refuse MAX_UPLOAD "
                   """the upload totals $SZ"" \"
                   X"0A"
                   "  ""bytes, over the $P limit""; fi"
                   X"0A"
                   "  P=$(pv ARTIFACT_DIRS)"
                   X"0A"
                   "  if [ -n ""$P"" ] && [ -n ""$A"" ]; then D=$(ab "
                   """$A""); OK=; set -f"
                   X"0A"
                   "  for R in $P; do R=$(ab ""$R""); case ""$D/"" in "
                   """${R%/}""/*) OK=Y;; esac; done"
                   X"0A"
                   "  set +f; [ -n ""$OK"" ] || refuse ARTIFACT_DIRS "
                   """--artifacts $A is"" \"
                   X"0A"
                   "  ""outside the allowed destinations ($P)""; fi"
                   X"0A"
                   "  [ ""$LF"" = Y ] && ! yes ""$(pv "
                   "LOCAL_FALLBACK)"" &&"
                   X"0A"
                   "  refuse LOCAL_FALLBACK ""--local-fallback is not "
                   "permitted"""
                   X"0A"
                   "  [ ""$FO"" = Y ] && ! yes ""$(pv FORCE)"" &&"
                   X"0A"
                   "  refuse FORCE ""--force is not permitted"""
                   X"0A"
                   "  exit 0;;"
                   X"0A"
                   "lint) [ -f ""$PF"" ] || { echo ""Error: no such "
                   "file: $PF"" >&2; exit 2; }"
                   X"0A"
                   "  awk -v FN=""$PF"" 'function e(m) { printf "
                   """%s:%d: %s\n"", FN, NR, m; ERR++ }"
                   X"0A"
                   "  /^[ \t]*(#|$)/ { next }"
                   X"0A"
                   "  !/^[A-Z_]+=/ { e(""not RULE=VALUE or "
                   "#comment""); next }"
                   X"0A"
                   "  { k = substr($0, 1, index($0, ""="") - 1); v = "
                   "substr($0, index($0, ""="") + 1)"
                   X"0A"
                   "  sub(/^[ \t]+/, """", v); sub(/[ \t\r]+$/, """", "
                   "v)"
                   X"0A"
                   "  if (seen[k]++) e(""duplicate rule "" k) }"
                   X"0A"
                   "  k == ""LANGUAGES"" { n = split(v, a, "" ""); if "
                   "(n == 0) e(""LANGUAGES is empty"")"
                   X"0A"
                   "  for (i = 1; i <= n; i++) if (a[i] !~ "
                   "/^([A-Za-z0-9_+.-]+(:[A-Za-z0-9_.+-]+)?|\*)$/)"
                   X"0A"
                   "  e(""language must be name[:version] or *: "" "
                   "a[i]); next }"
                   X"0A"
                   "  k == ""MAX_TIMEOUT"" { if (v !~ /^[1-9][0-9]*$/)"
                   X"0A"
                   "  e(""MAX_TIMEOUT must be whole seconds: "" v); "
                   "next }"
                   X"0A"
                   "  k == ""MAX_UPLOAD"" { if (v !~ "
                   "/^[0-9]+[KkMmGg]?$/)"
                   X"0A"
                   "  e(""MAX_UPLOAD must be bytes with an optional K, "
                   "M or G: "" v); next }"
                   X"0A"
                   "  k == ""ARTIFACT_DIRS"" { if (v == """") "
                   "e(""ARTIFACT_DIRS is empty""); next }"
                   X"0A"
                   "  k == ""LOCAL_FALLBACK"" || k == ""FORCE"" {"
                   X"0A"
                   "  if (tolower(v) !~ /^(y|yes|n|no|true|false)$/) "
                   "e(k "" must be yes or no: "" v)"
                   X"0A"
                   "  next }"
                   X"0A"
                   "  { e(""unknown rule "" k "" (LANGUAGES, "
                   "MAX_TIMEOUT, MAX_UPLOAD,"" \"
                   X"0A"
                   "  "" ARTIFACT_DIRS, LOCAL_FALLBACK, FORCE)"") }"
                   X"0A"
                   "  END { if (ERR) exit 1 }' ""$PF"";;"
                   X"0A"
                   "show) [ -f ""$PF"" ] || { echo ""none ($PF does "
                   "not exist)""; exit 0; }"
                   X"0A"
                   "  yes ""$(pv LOCAL_FALLBACK)"" && LF=allowed || "
                   "LF=refused"
                   X"0A"
                   "  yes ""$(pv FORCE)"" && FO=allowed || FO=refused"
                   X"0A"
                   "  L=$(pv LANGUAGES); T=$(pv MAX_TIMEOUT); U=$(pv "
                   "MAX_UPLOAD)"
                   X"0A"
                   "  A=$(pv ARTIFACT_DIRS); T=${T:+<= ${T}s}; "
                   "U=${U:+<= $U}"
                   X"0A"
                   "  printf '%s: languages %s; timeout %s; upload %s; "
                   "artifacts %s;' ""$PF"" \"
                   X"0A"
                   "  ""${L:-any}"" ""${T:-any}"" ""${U:-any}"" "
                   """${A:-anywhere}"""
                   X"0A"
                   "  printf ' --local-fallback %s; --force %s\n' "
                   """$LF"" ""$FO"";;"
                   X"0A"
                   "esac"
                   X"0A"
                   "UNSANDBOX_POLICY_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_policy.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-POLLIB-DONE
           END-IF.

       ENSURE-LOGFN-LIB.
      * Write the log archive helpers (see APPEND-LOG-COLLECT-FN) to
      * /tmp/unsandbox_logfn.sh (atomically, once per process) as
      * ENSURE-API-LIB does the front-end. The file is sourced, and
      * takes the API key from LKEY so the key never lands in /tmp
           IF WS-LOGFNLIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=$(mktemp /tmp/unsandbox_logfn_XXXXXX); "
                   "cat > ""$TMP"" <<'UNSANDBOX_LOGFN_EOF'"
                   X"0A"
                   "# unsandbox log archive helpers - see "
                   "ENSURE-LOGFN-LIB"
                   X"0A"
                   "# sourced with LKEY (the API key) set, and LW "
                   "(minutes) for lexc"
                   X"0A"
                   "lcoll() { LCN=0; LD=""$HOME/.unsandbox/logs/$1""; "
                   "mkdir -p ""$LD"" || return 1"
                   X"0A"
                   "  H=$(sh /tmp/unsandbox_api.sh -s -o "
                   """$LD/.cur.json"" -w '%{http_code}' \"
                   X"0A"
                   "  --max-time 30 --connect-timeout 10 -X GET "
                   "unsandbox:/services/""$1""/logs \"
                   X"0A"
                   "  -H ""Authorization: Bearer $LKEY"")"
                   X"0A"
                   "  if [ ""$H"" != 200 ]; then rm -f "
                   """$LD/.cur.json""; return 1; fi"
                   X"0A"
                   "  awk -v mode=getraw -v q=logs -f "
                   "/tmp/unsandbox_json.awk ""$LD/.cur.json"" \"
                   X"0A"
                   "  > ""$LD/.cur"" 2>/dev/null; rm -f "
                   """$LD/.cur.json"""
                   X"0A"
                   "  LCN=$(awk -v ts=""$(date -u "
                   "+%Y-%m-%dT%H:%M:%SZ)"" -v last=""$LD/.last"" '"
                   X"0A"
                   "  BEGIN { while ((getline l < last) > 0) p[++P] = "
                   "l; close(last) }"
                   X"0A"
                   "  { c[++C] = $0 }"
                   X"0A"
                   "  END { K = 0; m = (P < C) ? P : C"
                   X"0A"
                   "  for (k = m; k > 0 && !K; k--) { ok = 1"
                   X"0A"
                   "  for (i = 1; i <= k && ok; i++) if (p[P-k+i] != "
                   "c[i]) ok = 0"
                   X"0A"
                   "  if (ok) K = k }"
                   X"0A"
                   "  for (i = K + 1; i <= C; i++) print ts ""\t"" "
                   "c[i] }' ""$LD/.cur"" |"
                   X"0A"
                   "  tee -a ""$LD/$(date -u +%Y-%m-%d).log"" | wc "
                   "-l); LCN=$((LCN + 0))"
                   X"0A"
                   "  [ -s ""$LD/.cur"" ] && mv ""$LD/.cur"" "
                   """$LD/.last""; rm -f ""$LD/.cur""; return 0; }"
                   X"0A"
                   "lexc() { LF=$(date -u -d ""@$(($2 - LW * 60))"" "
                   "+%Y-%m-%dT%H:%M:%SZ)"
                   X"0A"
                   "  LT=$(date -u -d ""@$(($2 + LW * 60))"" "
                   "+%Y-%m-%dT%H:%M:%SZ)"
                   X"0A"
                   "  LD=""$HOME/.unsandbox/logs/$1"""
                   X"0A"
                   "  cat ""$LD/${LF%%T*}.log"" ""$LD/${LT%%T*}.log"" "
                   "2>/dev/null | sort -u |"
                   X"0A"
                   "  awk -F'\t' -v f=""$LF"" -v t=""$LT"" '$1 >= f && "
                   "$1 <= t' > ""$3""; }"
                   X"0A"
                   "UNSANDBOX_LOGFN_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_logfn.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-LOGFNLIB-DONE
           END-IF.

       ENSURE-INCFN-LIB.
      * Write the incident register helpers (see APPEND-INCIDENT-FN)
      * to /tmp/unsandbox_incfn.sh (atomically, once per process) as
      * ENSURE-API-LIB does the front-end. The file is sourced, with
      * the escalation ladder's path in IPOL
           IF WS-INCFNLIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=$(mktemp /tmp/unsandbox_incfn_XXXXXX); "
                   "cat > ""$TMP"" <<'UNSANDBOX_INCFN_EOF'"
                   X"0A"
                   "# unsandbox incident register helpers - see "
                   "ENSURE-INCFN-LIB"
                   X"0A"
                   "# sourced with IPOL (the escalation ladder file) "
                   "set"
                   X"0A"
                   "mkdir -p ~/.unsandbox; "
                   "IST=~/.unsandbox/incidents.state"
                   X"0A"
                   "ILK=~/.unsandbox/.lock"
                   X"0A"
                   "case ""$IPOL"" in ""~/""*) "
                   "IPOL=""$HOME/${IPOL#??}"";; esac"
                   X"0A"
                   "ilk() { if command -v flock >/dev/null 2>&1; then "
                   "flock 9; fi; }"
                   X"0A"
                   "iopen() { ( ilk"
                   X"0A"
                   "  I=$(cat ""$IST"" 2>/dev/null | awk -F'\t' -v "
                   "s=""$1"" '$2 == s &&"
                   X"0A"
                   "  $3 != ""resolved"" { i = $1 } END { print i }')"
                   X"0A"
                   "  if [ -n ""$I"" ]; then echo ""$I""; exit 1; fi"
                   X"0A"
                   "  I=$(cat ""$IST"" 2>/dev/null | awk -F'\t' '{ "
                   "sub(/^INC-/, """", $1)"
                   X"0A"
                   "  if ($1 + 0 > m) m = $1 + 0 } END { printf "
                   """INC-%04d"", m + 1 }')"
                   X"0A"
                   "  N=$(date +%s)"
                   X"0A"
                   "  printf '%s\t%s\topen\t%s\t%s\t-\t-\t-\t-\t0\t%s\n"
                   "' \"
                   X"0A"
                   "  ""$I"" ""$1"" ""$N"" ""$2"" ""$N"" >> ""$IST"""
                   X"0A"
                   "  echo ""$I"" ) 9>>""$ILK""; }"
                   X"0A"
                   "ires() { ( ilk; [ -s ""$IST"" ] || exit 0"
                   X"0A"
                   "  awk -F'\t' -v s=""$1"" '$2 == s && $3 != "
                   """resolved"" { f = 1 }"
                   X"0A"
                   "  END { exit !f }' ""$IST"" || exit 0"
                   X"0A"
                   "  awk -F'\t' -v OFS='\t' -v s=""$1"" -v b=""$2"" "
                   "-v n=$(date +%s) \"
                   X"0A"
                   "  -v rf=""$IST.r"" '$2 == s && $3 != ""resolved"" "
                   "{ $3 = ""resolved"""
                   X"0A"
                   "  $8 = n; $9 = b; print $1 > rf } { print }' "
                   """$IST"" > ""$IST.t"" &&"
                   X"0A"
                   "  mv ""$IST.t"" ""$IST""; cat ""$IST.r"" "
                   "2>/dev/null; rm -f ""$IST.r"" ) 9>>""$ILK""; }"
                   X"0A"
                   "iact() { ( ilk; [ -s ""$IST"" ] || exit 3"
                   X"0A"
                   "  awk -F'\t' -v OFS='\t' -v i=""$1"" -v a=""$2"" "
                   "-v b=""$3"" -v n=$(date +%s) '"
                   X"0A"
                   "  $1 == i { f = 1; if ($3 == ""resolved"") r = 4"
                   X"0A"
                   "  else if (a == ""ack"" && $3 == ""acked"") r = 5"
                   X"0A"
                   "  else if (a == ""ack"") { $3 = ""acked""; $6 = n; "
                   "$7 = b }"
                   X"0A"
                   "  else { if ($6 == ""-"") { $6 = n; $7 = b }"
                   X"0A"
                   "  $3 = ""resolved""; $8 = n; $9 = b } }"
                   X"0A"
                   "  { print } END { exit (f ? r : 3) }' ""$IST"" > "
                   """$IST.t"""
                   X"0A"
                   "  R=$?; [ $R -eq 0 ] && mv ""$IST.t"" ""$IST""; rm "
                   "-f ""$IST.t"""
                   X"0A"
                   "  exit $R ) 9>>""$ILK""; }"
                   X"0A"
                   "iesc() { [ -s ""$IPOL"" ] && [ -s ""$IST"" ] || "
                   "return 0"
                   X"0A"
                   "  ( ilk; rm -f ""$IST.e"""
                   X"0A"
                   "  awk -F'\t' -v OFS='\t' -v n=$(date +%s) -v "
                   "ef=""$IST.e"" 'FNR == NR {"
                   X"0A"
                   "  if (match($0, /^[ \t]*[0-9]+[ \t]+[^ \t#]/)) {"
                   X"0A"
                   "  x = substr($0, 1, RLENGTH - 1); gsub(/[ \t]/, "
                   """"", x); w[++nt] = x"
                   X"0A"
                   "  t[nt] = substr($0, RLENGTH) } next }"
                   X"0A"
                   "  $3 == ""open"" && $10 < nt && n - $11 >= w[$10 + "
                   "1] * 60 {"
                   X"0A"
                   "  $10++; $11 = n; print $1, $2, $10, int((n - $4) "
                   "/ 60), t[$10] > ef }"
                   X"0A"
                   "  { print }' ""$IPOL"" ""$IST"" > ""$IST.t"" && mv "
                   """$IST.t"" ""$IST"" ) 9>>""$ILK"""
                   X"0A"
                   "  [ -s ""$IST.e"" ] || { rm -f ""$IST.e""; return "
                   "0; }"
                   X"0A"
                   "  while IFS=""$(printf '\t')"" read -r I S K M T; "
                   "do"
                   X"0A"
                   "  MSG=""unsandbox incident $I: service $S "
                   "unacknowledged for ${M}m -"""
                   X"0A"
                   "  MSG=""$MSG escalated to tier $K (un.cob incident "
                   "ack $I)"""
                   X"0A"
                   "  echo ""$(date -u +%Y-%m-%dT%H:%M:%SZ) incident "
                   "$I escalated to tier $K"""
                   X"0A"
                   "  sh /tmp/unsandbox_maint.sh hold ""service:$S"" "
                   "notify ""$MSG"" \"
                   X"0A"
                   "  >/dev/null 2>&1 && continue"
                   X"0A"
                   "  case ""$T"" in http://*|https://*) curl -s "
                   "--max-time 10 -X POST ""$T"" \"
                   X"0A"
                   "  -H 'Content-Type: application/json' "
                   "--data-binary ""{\""text\"":$("
                   X"0A"
                   "  printf '%s' ""$MSG"" | awk -v mode=strline -f "
                   "/tmp/unsandbox_json.awk)}"" \"
                   X"0A"
                   "  >/dev/null 2>&1 || true;;"
                   X"0A"
                   "  *) $T ""$MSG"" >/dev/null 2>&1 || true;; esac"
                   X"0A"
                   "  done < ""$IST.e""; rm -f ""$IST.e""; }"
                   X"0A"
                   "UNSANDBOX_INCFN_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_incfn.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-INCFNLIB-DONE
           END-IF.

       ENSURE-WATCH-LIB.
      * Write the service watchdog loop (see SERVICE-WATCH) to
      * /tmp/unsandbox_watch.sh (atomically, once per process) as
      * ENSURE-API-LIB does the front-end. The loop is sourced after
      * the log, incident and notify helpers are defined, with the
      * service, interval, probe URL and excerpt minutes as the
      * positional parameters; only those go on the command line,
      * which keeps it well inside what one SYSTEM call can carry
           IF WS-WATCHLIB-DONE = "N"
               MOVE SPACES TO WS-JOB-BUF
               STRING
                   "TMP=$(mktemp /tmp/unsandbox_watch_XXXXXX); "
                   "cat > ""$TMP"" <<'UNSANDBOX_WATCH_EOF'"
                   X"0A"
                   "# unsandbox service watchdog loop - see "
                   "ENSURE-WATCH-LIB"
                   X"0A"
                   "# sourced after the log, incident and notify "
                   "helpers with"
                   X"0A"
                   "# set -- SERVICE INTERVAL PROBE LOG_EXCERPT_MINUTES"
                   X"0A"
                   "SID=$1; IVL=$2; PROBE=$3; LW=$4"
                   X"0A"
                   "echo ""Watching service $SID every ${IVL}s (Ctrl+C "
                   "to stop)..."""
                   X"0A"
                   "ILOG=~/.unsandbox/incidents.log; mkdir -p "
                   "~/.unsandbox"
                   X"0A"
                   "case ""$LW"" in ''|*[!0-9]*) LW=5;; esac"
                   X"0A"
                   "XO=''; MWL=''; NSCOPE=""service:$SID"""
                   X"0A"
                   "while true; do"
                   X"0A"
                   "  [ ""$LW"" -gt 0 ] && lcoll ""$SID"" >/dev/null "
                   "2>&1"
                   X"0A"
                   "  INFO=$(sh /tmp/unsandbox_api.sh -s --max-time 30 "
                   "--connect-timeout 10 \"
                   X"0A"
                   "  -X GET unsandbox:/services/""$SID"" -H "
                   """Authorization: Bearer $LKEY"")"
                   X"0A"
                   "  ST=$(printf '%s' ""$INFO"" | awk -v mode=get -v "
                   "q=status \"
                   X"0A"
                   "  -f /tmp/unsandbox_json.awk 2>/dev/null)"
                   X"0A"
                   "  [ -z ""$ST"" ] && ST=unreachable"
                   X"0A"
                   "  PROBEOK=yes"
                   X"0A"
                   "  if [ -n ""$PROBE"" ] && ! curl -sf --max-time 10 "
                   """$PROBE"" >/dev/null 2>&1"
                   X"0A"
                   "  then PROBEOK=no; fi"
                   X"0A"
                   "  if { [ ""$ST"" != running ] || [ ""$PROBEOK"" = "
                   "no ]; } &&"
                   X"0A"
                   "  MW=$(sh /tmp/unsandbox_maint.sh hold ""$NSCOPE"" "
                   "incident \"
                   X"0A"
                   "  ""status=$ST probe=$PROBEOK""); then"
                   X"0A"
                   "  TS=$(date -u +%Y-%m-%dT%H:%M:%SZ)"
                   X"0A"
                   "  if [ ""$MW $ST $PROBEOK"" != ""$MWL"" ]; then"
                   X"0A"
                   "  printf '%s\t%s\tstatus=%s probe=%s - in "
                   "maintenance (%s), not waking\t-\t-\n' \"
                   X"0A"
                   "  ""$TS"" ""$SID"" ""$ST"" ""$PROBEOK"" ""$MW"" >> "
                   """$ILOG"""
                   X"0A"
                   "  echo ""$TS in maintenance window $MW: status=$ST "
                   "probe=$PROBEOK - not waking"""
                   X"0A"
                   "  fi"
                   X"0A"
                   "  MWL=""$MW $ST $PROBEOK"""
                   X"0A"
                   "  elif [ ""$ST"" != running ] || [ ""$PROBEOK"" = "
                   "no ]; then MWL=''"
                   X"0A"
                   "  TS=$(date -u +%Y-%m-%dT%H:%M:%SZ); EX=-"
                   X"0A"
                   "  if [ ""$LW"" -gt 0 ]; then mkdir -p "
                   """$HOME/.unsandbox/incidents"""
                   X"0A"
                   "  EX=""$HOME/.unsandbox/incidents/$(printf '%s' "
                   """$TS"" | tr -d ':-')-$SID.log"""
                   X"0A"
                   "  XE=$(date +%s); lexc ""$SID"" ""$XE"" ""$EX""; "
                   "XO=""$XO $XE:$EX""; fi"
                   X"0A"
                   "  IID=$(iopen ""$SID"" ""$TS""); INEW=$?"
                   X"0A"
                   "  printf '%s\t%s\tstatus=%s probe=%s - "
                   "waking\t%s\t%s\n' ""$TS"" ""$SID"" \"
                   X"0A"
                   "  ""$ST"" ""$PROBEOK"" ""$EX"" ""$IID"" >> "
                   """$ILOG"""
                   X"0A"
                   "  echo ""$TS incident $IID: status=$ST "
                   "probe=$PROBEOK - attempting wake"""
                   X"0A"
                   "  sh /tmp/unsandbox_api.sh -s --max-time 30 "
                   "--connect-timeout 10 -X POST \"
                   X"0A"
                   "  unsandbox:/services/""$SID""/wake -H "
                   """Authorization: Bearer $LKEY"" \"
                   X"0A"
                   "  >/dev/null"
                   X"0A"
                   "  MSG=""unsandbox incident $IID: service $SID "
                   "status=$ST probe=$PROBEOK"""
                   X"0A"
                   "  # only the pass that opens an incident fires; "
                   "the ladder reminds"
                   X"0A"
                   "  if [ ""$INEW"" = 0 ]; then nfire; fi"
                   X"0A"
                   "  else MWL=''; RID=$(ires ""$SID"" watchdog)"
                   X"0A"
                   "  if [ -n ""$RID"" ]; then for I in $RID; do"
                   X"0A"
                   "  echo ""$(date -u +%Y-%m-%dT%H:%M:%SZ) incident "
                   "$I resolved: service healthy again"""
                   X"0A"
                   "  done"
                   X"0A"
                   "  MSG=""unsandbox incident $(echo $RID): service "
                   "$SID healthy again - resolved"""
                   X"0A"
                   "  nfire; fi; fi"
                   X"0A"
                   "  iesc"
                   X"0A"
                   "  # a maintenance window that has closed sends its "
                   "summary of what"
                   X"0A"
                   "  # it held back (whichever watchdog or runner "
                   "sees it first)"
                   X"0A"
                   "  sh /tmp/unsandbox_maint.sh close |"
                   X"0A"
                   "  while IFS= read -r MSG; do NSCOPE=''; nfire; done"
                   X"0A"
                   "  if [ -n ""$XO"" ]; then XN=''; for O in $XO; do"
                   X"0A"
                   "  lexc ""$SID"" ""${O%%:*}"" ""${O#*:}"""
                   X"0A"
                   "  [ $(($(date +%s) - ${O%%:*})) -lt $((LW * 60)) ] "
                   "&& XN=""$XN $O""; done"
                   X"0A"
                   "  XO=$XN; fi"
                   X"0A"
                   "  sleep ""$IVL"""
                   X"0A"
                   "done"
                   X"0A"
                   "UNSANDBOX_WATCH_EOF"
                   X"0A"
                   "mv ""$TMP"" /tmp/unsandbox_watch.sh"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               MOVE "Y" TO WS-WATCHLIB-DONE
           END-IF.

       RESOLVE-SCAN-POLICY.
      * Pattern and allowlist files for the secret scan, resolved
      * once per process and ahead of any command build since the
      * config lookup recycles WS-CURL-CMD. Pattern file: one
      * extended regex per line (case-insensitive); allowlist: a
      * path, path:line, directory/ prefix or match:<text> per line
           IF WS-SCAN-RESOLVED = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SCAN-RESOLVED.
           MOVE "SECRET_SCAN_PATTERNS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
               MOVE WS-CONFIG-VALUE TO WS-SCAN-PATTERNS
           END-IF.
           MOVE "SECRET_SCAN_ALLOW" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
               MOVE WS-CONFIG-VALUE TO WS-SCAN-ALLOW
           END-IF.

       APPEND-SECRET-SCAN.
      * Gate an upload on the secret scan: WS-SCAN-TARGETS holds the
      * shell words naming what is about to be shipped (files,
      * directories walked recursively, or an @-prefixed comma
      * list). A match ends the command before the payload is built,
      * taking any captured stdin scratch file with it
           PERFORM ENSURE-SCAN-LIB.
           IF WS-SECRET-KEY NOT = SPACES
               MOVE WS-SECRET-KEY TO WS-SCAN-KEY
           ELSE
               MOVE WS-API-KEY TO WS-SCAN-KEY
           END-IF.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if ! USCAN_KEY='" FUNCTION TRIM(WS-SCAN-KEY) "' "
               "USCAN_TRACE='" FUNCTION TRIM(WS-TRACE-PATH) "' "
               "sh /tmp/unsandbox_scan.sh '"
               FUNCTION TRIM(WS-SCAN-PATTERNS) "' '"
               FUNCTION TRIM(WS-SCAN-ALLOW) "' "
               WS-SCAN-OVERRIDE " "
               FUNCTION TRIM(WS-SCAN-TARGETS) "; then "
               "case ""${STDINFILE:-}"" in /tmp/unsandbox_stdin_*) "
               "rm -f ""$STDINFILE"";; esac; exit 1; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-TRACE-HTTP.
      * Lighter trace record for snippets that capture their status
      * into $HTTP but keep no body variable: status is real, the
      * sizes are not known at that point
           IF WS-TRACE-PATH NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD) X"0A"
                   "utrace " FUNCTION TRIM(WS-TRACE-METHOD)
                   " """ FUNCTION TRIM(WS-TRACE-EPATH)
                   """ ""${HTTP:-}"" 0 0 """"; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

       APPEND-TRACE-SIMPLE.
      * Trace record for fire-and-forget snippets that capture
      * neither status nor sizes: what was sent and when is still
      * worth proving
           IF WS-TRACE-PATH NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD) X"0A"
                   "utrace " FUNCTION TRIM(WS-TRACE-METHOD)
                   " """ FUNCTION TRIM(WS-TRACE-EPATH)
                   """ - 0 0 """"; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

       BEGIN-LOCKED-COMMAND.
      * Start a shell command that writes shared state under
      * ~/.unsandbox: take the advisory lock first (held on fd 9
      * until the shell exits) so a watch loop, a schedule runner
      * and an interactive batch can all append or rewrite without
      * interleaving half-records. Boxes without flock fall back to
      * unserialized writes rather than failing
           MOVE SPACES TO WS-CURL-CMD.
           STRING "mkdir -p ~/.unsandbox; "
               "if command -v flock >/dev/null 2>&1; then "
               "exec 9>>~/.unsandbox/.lock; flock 9; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       READ-SCRATCH-LINE.
      * Pull the first line of the shared scratch file back into
      * WS-CONFIG-VALUE; every "run a shell pipeline, read one value
      * back" exchange in this program funnels through here
           MOVE SPACES TO WS-CONFIG-VALUE.
           OPEN INPUT CONFIG-VALUE-FILE.
           READ CONFIG-VALUE-FILE
               AT END
                   MOVE SPACES TO WS-CONFIG-VALUE
               NOT AT END
                   MOVE CONFIG-VALUE-LINE TO WS-CONFIG-VALUE
           END-READ.
           CLOSE CONFIG-VALUE-FILE.

       HANDLE-EXECUTE.
      * Check if file exists
           OPEN INPUT SOURCE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: File not found: " WS-FILENAME
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE SOURCE-FILE.

      * --language skips detection entirely and forces the value given
           IF WS-LANGUAGE-OVERRIDE NOT = SPACES
               MOVE WS-LANGUAGE-OVERRIDE TO WS-LANGUAGE
           ELSE
               PERFORM DETECT-LANGUAGE
           END-IF.

           IF WS-LANGUAGE = "unknown"
               DISPLAY "Error: Unknown language for file: "
                   WS-FILENAME UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "execute" TO WS-POLICY-WHERE.
           PERFORM POLICY-CHECK.

           PERFORM VERIFY-LANGUAGE-VERSION.

      * Get API key from environment
           PERFORM RESOLVE-API-KEY.

           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUDGET-ENFORCE.

      * Use curl to make request, stamping the start first so the
      * duration notification hook can measure the run
           PERFORM STAMP-EXEC-START.

           PERFORM MAKE-EXECUTE-REQUEST.

      * A --queue run that got spooled (exit 75) has not executed
      * yet: the flush replay will write the real history record,
      * so logging the attempt here would double-count it as a
      * failure in the history report
           IF WS-QUEUE-FLAG = "Y" AND WS-EXIT-CODE = 75
               CONTINUE
           ELSE
               IF WS-LOCALFB = "Y"
                   PERFORM LOCAL-FALLBACK-CHECK
               END-IF
               PERFORM LOG-EXECUTION
               PERFORM RUNTIME-BASELINE-CHECK
               MOVE "remote" TO WS-EXEC-ORIGIN
           END-IF.
           PERFORM NOTIFY-EXEC-DURATION.

      * The CALL "SYSTEM" inside LOG-EXECUTION (and the notify hook)
      * overwrites the RETURN-CODE register with its own status, so
      * the decoded result has to be put back as the last word
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       LOG-EXECUTION.
      * Append a local audit record of this run to
      * ~/.unsandbox/history.log: timestamp, file, language, exit
      * code, cost center, elapsed seconds (from the stamp taken
      * just before the request) and the origin (remote, local for
      * a --local-fallback run, or cache for a response replayed
      * from the result cache) and the run id its retained output
      * is archived under ("-" when the run never got one) and the
      * pinned --language-version ("-" for the server default, which
      * the ledger prices at the language rate), tab-separated.
      * Older records carried only the first four fields; every
      * reader treats the trailing columns as optional. The record
      * then joins the history chain (see APPEND-HISTORY-CHAIN-FN):
      * the server's request id, its place in the chain, digests of
      * the source and of argv plus stdin as they were sent, and
      * the link digest. Those come from the hand-off the signed
      * POST leaves; a run that never reached the API (cache replay,
      * local fallback) has its digests taken here instead.
      * The id is spent once logged
           PERFORM RESOLVE-COST-CENTER.
           PERFORM RESOLVE-ROTATE-POLICY.
           IF WS-RUN-ID = SPACES
               MOVE "-" TO WS-RUN-ID
           END-IF.
           MOVE WS-LANG-VERSION TO WS-HIST-VERSION.
           IF WS-HIST-VERSION = SPACES
               OR WS-HIST-VERSION = LOW-VALUES
               MOVE "-" TO WS-HIST-VERSION
           END-IF.
           PERFORM BEGIN-LOCKED-COMMAND.
           PERFORM APPEND-HISTORY-CHAIN-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "TS=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "DUR=$(( $(date +%s) - "
               "$(cat /tmp/unsandbox_exec_t0 2>/dev/null || "
               "date +%s) )); "
               "HF=/tmp/unsandbox_hrec.$PPID; HRID=-; HSRC=-; HIN=-; "
               "HEP=; [ -s ""$HF"" ] && IFS=""$(printf '\t')"" "
               "read -r HRID HSRC HIN HEP < ""$HF""; rm -f ""$HF""; "
               "[ ""$HSRC"" != - ] || HSRC=$(sha256sum < '"
               FUNCTION TRIM(WS-FILENAME) "' 2>/dev/null | "
               "cut -c1-64); "
               "[ ""$HIN"" != - ] || HIN=$({ printf 'argv=%s\n' '"
               FUNCTION TRIM(WS-PROGRAM-ARGS) "'; "
               "SI='" FUNCTION TRIM(WS-STDIN-FILE) "'; "
               "[ -n ""$SI"" ] && cat ""$SI"" 2>/dev/null; } | "
               "sha256sum | cut -c1-64); "
               "happ ""$(printf "
               "'%s\t%s\t%s\t%s\t%s\t%s\t%s\t%s\t%s\t%s' "
               "$TS "
               "'" FUNCTION TRIM(WS-FILENAME) "' "
               "'" FUNCTION TRIM(WS-LANGUAGE) "' "
               "'" WS-EXIT-CODE "' "
               "'" FUNCTION TRIM(WS-COST-CENTER) "' "
               """$DUR"" "
               "'" FUNCTION TRIM(WS-EXEC-ORIGIN) "' "
               "'" FUNCTION TRIM(WS-RUN-ID) "' "
               "'" FUNCTION TRIM(WS-HIST-VERSION) "' "
               """${HRID:--}"")"" ""$HSRC"" ""$HIN"" ""$HEP"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-HISTORY-ROTATION.

           CALL "SYSTEM" USING WS-CURL-CMD.
           MOVE SPACES TO WS-RUN-ID.

       LOCAL-FALLBACK-CHECK.
      * The signed POST drops an apidown marker when the connection
      * was dead (the same HTTP 000 the spool path keys on) and
      * --local-fallback was armed; finding it here hands the run
      * to the local interpreter instead of reporting a failure
           MOVE SPACES TO WS-CURL-CMD.
           STRING "M=/tmp/unsandbox_apidown.$PPID; "
               "if [ -f ""$M"" ]; then echo Y; rm -f ""$M""; "
               "else echo N; fi > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           IF WS-CONFIG-VALUE(1:1) = "Y"
               PERFORM LOCAL-FALLBACK-RUN
           END-IF.

       LOCAL-FALLBACK-RUN.
      * Resolve the interpreter: a per-language LOCAL_<language>
      * config key wins, then a small builtin map for the languages
      * a workstation typically has. cobol compiles and runs through
      * cobc. The run keeps the same argv (decoded from the
      * percent-encoded CSV) and timeout semantics; program stdin
      * is the --stdin file when given (a pipe into un.cob was
      * already consumed by the failed remote attempt). The output
      * is labelled and the history record carries origin=local so
      * billing reports never mistake it for a remote execution.
      * Both streams are teed (stderr through a fifo, so it still
      * arrives live) into the run's retained-output archive
           MOVE SPACES TO WS-LOCAL-KEY.
           STRING "LOCAL_"
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LANGUAGE))
               DELIMITED BY SIZE INTO WS-LOCAL-KEY
           END-STRING.
           MOVE WS-LOCAL-KEY TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-LOCAL-INTERP.
           IF WS-LOCAL-INTERP = SPACES
               EVALUATE FUNCTION TRIM(WS-LANGUAGE)
                   WHEN "python"     MOVE "python3" TO WS-LOCAL-INTERP
                   WHEN "bash"       MOVE "sh"      TO WS-LOCAL-INTERP
                   WHEN "javascript" MOVE "node"    TO WS-LOCAL-INTERP
                   WHEN "ruby"       MOVE "ruby"    TO WS-LOCAL-INTERP
                   WHEN "perl"       MOVE "perl"    TO WS-LOCAL-INTERP
                   WHEN "php"        MOVE "php"     TO WS-LOCAL-INTERP
                   WHEN "lua"        MOVE "lua"     TO WS-LOCAL-INTERP
                   WHEN "cobol"      MOVE "cobc"    TO WS-LOCAL-INTERP
                   WHEN OTHER        CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-LOCAL-INTERP = SPACES
               DISPLAY "Error: no local interpreter known for "
                   FUNCTION TRIM(WS-LANGUAGE)
                   " - set " FUNCTION TRIM(WS-LOCAL-KEY)
                   " in the config file" UPON SYSERR
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "=== API unreachable - running locally with "
               FUNCTION TRIM(WS-LOCAL-INTERP) " ===" UPON SYSERR.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "INTERP='" FUNCTION TRIM(WS-LOCAL-INTERP) "'; "
               "SRC='" FUNCTION TRIM(WS-FILENAME) "'; "
               "CSV='" FUNCTION TRIM(WS-PROGRAM-ARGS) "'; "
               "TO='" FUNCTION TRIM(WS-TIMEOUT-SECS) "'; "
               "SIN='" FUNCTION TRIM(WS-STDIN-FILE) "'; "
               "[ -n ""$SIN"" ] || SIN=/dev/null; "
               "if ! command -v ""$INTERP"" >/dev/null 2>&1; then "
               "echo 'Error: '""$INTERP""' is not installed "
               "locally' >&2; exit 1; fi; "
               "OLDIFS=""$IFS""; IFS=','; set -f; "
               "set -- $CSV; set +f; IFS=""$OLDIFS""; "
               "N=$#; I=0; "
               "while [ ""$I"" -lt ""$N"" ]; do "
               "A=$1; shift; "
               "A=$(printf '%s' ""$A"" | "
               "sed 's/%2C/,/g; s/%25/%/g'); "
               "set -- ""$@"" ""$A""; I=$((I+1)); done; "
               "TCMD=''; [ -n ""$TO"" ] && "
               "command -v timeout >/dev/null 2>&1 && "
               "TCMD=""timeout $TO""; "
               "runl() { if [ ""$INTERP"" = cobc ]; then "
               "TD=$(mktemp -d /tmp/unsandbox_local_XXXXXX); "
               "if ! cobc -x -o ""$TD/prog"" ""$SRC""; then "
               "rm -rf ""$TD""; return 1; fi; "
               "$TCMD ""$TD/prog"" ""$@"" < ""$SIN""; RL=$?; "
               "rm -rf ""$TD""; return $RL; "
               "else "
               "$TCMD ""$INTERP"" ""$SRC"" ""$@"" < ""$SIN""; "
               "fi; }; "
               "LRID='" FUNCTION TRIM(WS-RUN-ID) "'; "
               "CAP=/tmp/unsandbox_cap_$$; rm -f ""$CAP"".*; "
               "if [ -z ""$LRID"" ] || ! mkfifo ""$CAP.f"" "
               "2>/dev/null; then runl ""$@""; exit $?; fi; "
               "tee ""$CAP.e"" < ""$CAP.f"" >&2 & TP=$!; "
               "{ runl ""$@"" 2>""$CAP.f""; echo $? > ""$CAP.rc""; } "
               "| tee ""$CAP.o""; wait $TP; "
               "RC=$(cat ""$CAP.rc"" 2>/dev/null); "
               "[ -n ""$RC"" ] || RC=1; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-RUN-ARCHIVE-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "uarch ""$LRID"" ""$SRC"" '"
               FUNCTION TRIM(WS-LANGUAGE) "' local ""$RC"" "
               """$CAP.o"" ""$CAP.e""; "
               "rm -f ""$CAP"".*; exit $RC"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE "local" TO WS-EXEC-ORIGIN.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       APPEND-HISTORY-ROTATION.
      * .log, a compact per-language rollup record (month,
      * language, runs, passes, failures, minutes) is appended to
      * history.rollup for each month moved, and segments older
      * than the retention window are pruned, together with the
      * retained run output of those months. The current month
      * stays in the live log so recent reports never touch the
      * archive; the rotation policy was resolved before the
      * locked command started being built. The new rollup rows are
      * chained onto the rollup file, and every segment written,
      * the rollup file and every segment pruned get a seal
           STRING FUNCTION TRIM(WS-CURL-CMD) "; "
               "HL=~/.unsandbox/history.log; "
               "LIM='" FUNCTION TRIM(WS-ROT-LINES) "'; "
               "AD=~/.unsandbox/history.archive; mkdir -p ""$AD""; "
               "RU=~/.unsandbox/history.rollup; "
               "CM=$(date -u +%Y-%m); "
               ": > ""$RU.new""; : > ""$AD/.moved""; "
               "awk -F'\t' -v cm=""$CM"" -v ad=""$AD"" "
               "-v kf=""$HL.keep"" -v rf=""$RU.new"" '"
               "substr($1,1,7)==cm { print > kf; next } "
               "{ m=substr($1,1,7); sg[m]=1; "
               "print >> (ad ""/history-"" m "".log""); "
               "k=m ""\t"" $3; r[k]++; "
               "if ($4+0==0) p[k]++; s[k]+=$6+0 } "
               "END { for (k in r) { split(k, a, ""\t""); "
               "printf ""%s\t%s\t%d\t%d\t%d\t%.1f\n"", "
               "a[1], a[2], r[k], p[k]+0, r[k]-p[k], s[k]/60 "
               ">> rf } for (m in sg) print m > (ad ""/.moved"") }' "
               """$HL""; "
               "[ -f ""$HL.keep"" ] || : > ""$HL.keep""; "
               "mv ""$HL.keep"" ""$HL""; "
               "RP=$(tail -1 ""$RU"" 2>/dev/null | "
               "awk -F'\t' 'NF >= 7 { print $7 }'); "
               "[ -n ""$RP"" ] || RP=$HZ; "
               "while IFS= read -r RL; do "
               "RP=$(printf '%s\t%s' ""$RP"" ""$RL"" | sha256sum | "
               "cut -c1-64); printf '%s\t%s\n' ""$RL"" ""$RP"" "
               ">> ""$RU""; done < ""$RU.new""; rm -f ""$RU.new""; "
               "for M in $(sort ""$AD/.moved""); do "
               "hseal segment ""history-$M.log"" "
               """$AD/history-$M.log""; done; rm -f ""$AD/.moved""; "
               "[ -f ""$RU"" ] && hseal rollup history.rollup ""$RU""; "
               "RET='" FUNCTION TRIM(WS-ROT-MONTHS) "'; "
               "if [ ""$RET"" -gt 0 ] 2>/dev/null; then "
               "CUT=$(date -u -d ""-$RET months"" +%Y-%m "
               "[ -f ""$F"" ] || continue; "
               "M=${F##*history-}; M=${M%.log}; "
               "[ -n ""$CUT"" ] && [ ""$M"" \< ""$CUT"" ] && "
               "hseal prune ""history-$M.log"" ""$F"" && "
               "rm -f ""$F""; done; "
               "for F in ~/.unsandbox/runs/*/; do "
               "[ -d ""$F"" ] || continue; "
               "M=$(basename ""$F""); "
               "[ -n ""$CUT"" ] && [ ""$M"" \< ""$CUT"" ] && "
               "rm -rf ""$F""; done; fi; "
               "echo 'history.log rotated (archive under "
               "~/.unsandbox/history.archive)' >&2; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-HISTORY-CHAIN-FN.
      * Shell helpers for the tamper-evident history chain, for use
      * under the shared lock. happ <record> <src> <input> [<api>]
      * appends a record (the ten columns up to the request id) with
      * its sequence number, the source and input digests and a link
      * digest, then the API endpoint that answered when known: the
      * digest is sha256 over the previous link digest and the
      * record without its own digest column, so editing, dropping or
      * reordering any record breaks every link after it. hseal
      * <kind> <name> <file> appends to history.archive/seals a
      * chained seal over a whole file - a segment written or a
      * segment pruned (with the sequence range and last link it
      * held, so its absence is accounted for) or the rollup file.
      * ~/.unsandbox/history.chain holds the head: last sequence
      * number, last link digest and last seal digest
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "HC=~/.unsandbox/history.chain; "
               "HZ=$(printf '%064d' 0); "
               "hhead() { HS=0; HP=$HZ; HE=$HZ; "
               "if [ -s ""$HC"" ]; then HS=$(cut -f1 ""$HC""); "
               "HP=$(cut -f2 ""$HC""); HE=$(cut -f3 ""$HC""); fi; }; "
               "happ() { hhead; HS=$((HS + 1)); "
               "HR=$(printf '%s\t%s\t%s\t%s' ""$1"" ""$HS"" "
               """${2:--}"" ""${3:--}""); HX=; "
               "[ -n ""$4"" ] && HX=$(printf '\t%s' ""$4""); "
               "HP=$(printf '%s\t%s%s' ""$HP"" ""$HR"" ""$HX"" | "
               "sha256sum | cut -c1-64); "
               "printf '%s\t%s%s\n' ""$HR"" ""$HP"" ""$HX"" "
               ">> ~/.unsandbox/history.log; "
               "printf '%s\t%s\t%s\n' ""$HS"" ""$HP"" ""$HE"" "
               "> ""$HC""; }; "
               "hseal() { hhead; "
               "SLF=~/.unsandbox/history.archive/seals; "
               "mkdir -p ~/.unsandbox/history.archive; "
               "HG=$(awk -F'\t' 'NF >= 14 && $11 ~ /^[0-9]+$/ { "
               "if (!n++ || $11 + 0 < a) a = $11 + 0; "
               "if ($11 + 0 > b) { b = $11 + 0; d = $14 } } "
               "END { if (n) printf ""%d\t%d\t%s"", a, b, d; "
               "else printf ""-\t-\t-"" }' ""$3""); "
               "HR=$(printf '%s\t%s\t%s\t%s\t%s' "
               """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" ""$1"" ""$2"" "
               """$(sha256sum < ""$3"" | cut -c1-64)"" ""$HG""); "
               "HE=$(printf '%s\t%s' ""$HE"" ""$HR"" | sha256sum | "
               "cut -c1-64); "
               "printf '%s\t%s\n' ""$HR"" ""$HE"" >> ""$SLF""; "
               "printf '%s\t%s\t%s\n' ""$HS"" ""$HP"" ""$HE"" "
               "> ""$HC""; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       RESOLVE-ROTATE-POLICY.
           IF WS-ROT-RESOLVED = "N"
               MOVE "HISTORY_ROTATE_LINES" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-ROT-LINES
               IF WS-ROT-LINES = SPACES
                   MOVE "50000" TO WS-ROT-LINES
               END-IF
               MOVE "HISTORY_RETAIN_MONTHS" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-ROT-MONTHS
               IF WS-ROT-MONTHS = SPACES
                   MOVE "24" TO WS-ROT-MONTHS
               END-IF
               MOVE "Y" TO WS-ROT-RESOLVED
           END-IF.

       RESOLVE-COST-CENTER.
      * Flag wins over the per-profile config key; memoized so a
      * batch of hundreds of files resolves the config only once.
      * LOW-VALUES counts as unset too: a handler that never parses
      * execute flags reaches here with the field untouched, and a
      * NUL embedded into the history append would truncate the
      * shell command mid-quote and lose the audit record
           IF WS-CC-RESOLVED = "N"
               IF WS-COST-CENTER = SPACES
                   OR WS-COST-CENTER = LOW-VALUES
                   MOVE "COST_CENTER" TO WS-CONFIG-KEY-NAME
                   PERFORM READ-CONFIG-VALUE
                   MOVE WS-CONFIG-VALUE TO WS-COST-CENTER
               END-IF
               IF WS-COST-CENTER = SPACES
                   OR WS-COST-CENTER = LOW-VALUES
                   MOVE "-" TO WS-COST-CENTER
               END-IF
               MOVE "Y" TO WS-CC-RESOLVED
           END-IF.

       STAMP-EXEC-START.
      * One wall-clock stamp feeds both the duration field the
      * history record carries and the per-file elapsed seconds the
      * batch journal reports; any request hand-off a previous run
      * left behind is dropped so it can never be logged twice
           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -f /tmp/unsandbox_hrec.$PPID; "
               "date +%s | tee /tmp/unsandbox_batch_t0 > "
               "/tmp/unsandbox_exec_t0"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       NOTIFY-RESOLVE.
      * The hook targets live beside the credentials: NOTIFY_COMMAND
      * (run with the message as its argument), NOTIFY_WEBHOOK
      * (POSTed {"text": message} JSON) and NOTIFY_THRESHOLD_SECS
      * (minimum execute duration before the completion hook fires),
      * each from the environment first and the config files second,
      * the same order RESOLVE-API-KEY uses
           ACCEPT WS-NOTIFY-CMD FROM ENVIRONMENT "NOTIFY_COMMAND".
           IF WS-NOTIFY-CMD = SPACES
               MOVE "NOTIFY_COMMAND" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-NOTIFY-CMD
           END-IF.
           ACCEPT WS-NOTIFY-WEBHOOK FROM ENVIRONMENT "NOTIFY_WEBHOOK".
           IF WS-NOTIFY-WEBHOOK = SPACES
               MOVE "NOTIFY_WEBHOOK" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-NOTIFY-WEBHOOK
           END-IF.
           ACCEPT WS-NOTIFY-THRESHOLD
               FROM ENVIRONMENT "NOTIFY_THRESHOLD_SECS".
           IF WS-NOTIFY-THRESHOLD = SPACES
               MOVE "NOTIFY_THRESHOLD_SECS" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-NOTIFY-THRESHOLD
           END-IF.
           PERFORM MAINT-RESOLVE.

       NOTIFY-APPEND-FN.
      * Append the shell function nfire, which delivers whatever
      * $MSG holds through the command hook and/or the webhook;
      * failures of the hooks themselves are swallowed so a broken
      * notifier can never break the run it reports on. Inside a
      * maintenance window covering $NSCOPE (the service or stack
      * the message is about, if the command set one) the message
      * is held for the window's closing summary instead. A command
      * that notifies from more than one place defines it once and
      * calls nfire wherever it needs to
           PERFORM ENSURE-MAINT-LIB.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "NCMD='" FUNCTION TRIM(WS-NOTIFY-CMD) "'; "
               "NURL='" FUNCTION TRIM(WS-NOTIFY-WEBHOOK) "'; "
               "nfire() { "
               "if [ -z ""$NCMD$NURL"" ] || "
               "sh /tmp/unsandbox_maint.sh hold ""$NSCOPE"" notify "
               """$MSG"" >/dev/null 2>&1; then :; else "
               "if [ -n ""$NCMD"" ]; then "
               "$NCMD ""$MSG"" >/dev/null 2>&1 || true; fi; "
               "if [ -n ""$NURL"" ]; then "
               "curl -s --max-time 10 -X POST ""$NURL"" "
               "-H 'Content-Type: application/json' "
               "--data-binary ""{\""text\"":$(printf '%s' "
               """$MSG"" | awk -v mode=strline "
               "-f /tmp/unsandbox_json.awk)}"" "
               ">/dev/null 2>&1 || true; fi; fi; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       NOTIFY-APPEND-FIRE.
      * Append the delivery of whatever $MSG the command built so
      * far holds, for a command that notifies from one place only
           PERFORM NOTIFY-APPEND-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD) "nfire"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       NOTIFY-SEND.
      * Deliver WS-NOTIFY-MSG through the configured hooks, if any,
      * about the service or stack in WS-NOTIFY-SCOPE when set
           IF WS-NOTIFY-CMD NOT = SPACES
               OR WS-NOTIFY-WEBHOOK NOT = SPACES
               MOVE SPACES TO WS-CURL-CMD
               STRING "MSG='" FUNCTION TRIM(WS-NOTIFY-MSG) "'; "
                   "NSCOPE='" FUNCTION TRIM(WS-NOTIFY-SCOPE) "'; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               PERFORM NOTIFY-APPEND-FIRE
               CALL "SYSTEM" USING WS-CURL-CMD
           END-IF.

       NOTIFY-EXEC-DURATION.
      * Completion hook for long executions: fires only when a
      * NOTIFY_THRESHOLD_SECS is configured and the run took at
      * least that long
           PERFORM NOTIFY-RESOLVE.
           IF WS-NOTIFY-THRESHOLD NOT = SPACES
               AND (WS-NOTIFY-CMD NOT = SPACES
                   OR WS-NOTIFY-WEBHOOK NOT = SPACES)
               MOVE WS-EXIT-CODE TO WS-EXIT-DISP
               MOVE SPACES TO WS-CURL-CMD
               STRING "THRESH='"
                   FUNCTION TRIM(WS-NOTIFY-THRESHOLD) "'; "
                   "T0=$(cat /tmp/unsandbox_exec_t0 2>/dev/null "
                   "|| echo 0); "
                   "DUR=$(( $(date +%s) - T0 )); "
                   "if [ ""$T0"" -gt 0 ] 2>/dev/null && "
                   "[ ""$DUR"" -ge ""$THRESH"" ] 2>/dev/null; then "
                   "MSG='un.cob: " FUNCTION TRIM(WS-FILENAME)
                   " finished with exit "
                   FUNCTION TRIM(WS-EXIT-DISP)
                   " after '""$DUR""'s'; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               PERFORM NOTIFY-APPEND-FIRE
               STRING FUNCTION TRIM(WS-CURL-CMD) "; fi"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
           END-IF.

       VERIFY-LANGUAGE-VERSION.
      * Fail fast when a pinned --language-version is not in the
      * cached version list for the resolved language; silent when
      * no cache (or no list for the language) exists, since only
      * the server knows the truth then
           IF WS-LANG-VERSION NOT = SPACES
               MOVE SPACES TO WS-CURL-CMD
               STRING "VC=" FUNCTION TRIM(WS-VERSION-CACHE) "; "
                   "[ -s ""$VC"" ] || exit 0; "
                   "AVAIL=$(grep '^"
                   FUNCTION TRIM(WS-LANGUAGE) "=' ""$VC"" | "
                   "tail -1 | cut -d= -f2-); "
                   "[ -n ""$AVAIL"" ] || exit 0; "
                   "case "",$AVAIL,"" in *,"
                   FUNCTION TRIM(WS-LANG-VERSION)
                   ",*) exit 0;; esac; "
                   "echo 'Error: "
                   FUNCTION TRIM(WS-LANGUAGE) " version "
                   FUNCTION TRIM(WS-LANG-VERSION)
                   " is not offered (available: '""$AVAIL""')' >&2; "
                   "exit 1"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
                   RETURNING WS-EXIT-CODE
               PERFORM DECODE-SYSTEM-STATUS
               IF WS-EXIT-CODE NOT = 0
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       BUDGET-CHECK.
      * Compare the account's period usage against the configured
      * caps. The usage response is cached for five minutes under
      * ~/.unsandbox so a batch of hundreds of runs costs one fetch,
      * and a configured budget with an unreachable usage endpoint
      * degrades to a warning rather than blocking all work. The
      * verdict word (OK/SOFT/HARD) comes back through the scratch
      * line; the human-readable detail goes straight to stderr
           MOVE "OK" TO WS-BUDGET-VERDICT.
           MOVE "BUDGET_MAX_EXECUTIONS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUDGET-MAX-EXEC.
           MOVE "BUDGET_MAX_MINUTES" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUDGET-MAX-MIN.
           MOVE "BUDGET_SOFT_PCT" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUDGET-SOFT.

           IF WS-BUDGET-MAX-EXEC NOT = SPACES
               OR WS-BUDGET-MAX-MIN NOT = SPACES
               PERFORM RESOLVE-API-KEY
               PERFORM BUDGET-FETCH-AND-JUDGE
           END-IF.

       BUDGET-FETCH-AND-JUDGE.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "SCR=" FUNCTION TRIM(WS-CONFIG-VALUE-PATH) "; "
               "MAXE='" FUNCTION TRIM(WS-BUDGET-MAX-EXEC) "'; "
               "MAXM='" FUNCTION TRIM(WS-BUDGET-MAX-MIN) "'; "
               "SOFT='" FUNCTION TRIM(WS-BUDGET-SOFT) "'; "
               "[ -n ""$SOFT"" ] || SOFT=80; "
               "UC=~/.unsandbox/usage.cache; mkdir -p ~/.unsandbox; "
               "NOW=$(date +%s); "
               "MT=$(stat -c %Y ""$UC"" 2>/dev/null || echo 0); "
               "if [ ! -s ""$UC"" ] || "
               "[ $((NOW - MT)) -ge 300 ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/usage "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "> ""$UC.tmp"" 2>/dev/null && "
               "[ -s ""$UC.tmp"" ] && mv ""$UC.tmp"" ""$UC""; "
               "rm -f ""$UC.tmp""; fi; "
               "if [ ! -s ""$UC"" ]; then "
               "echo 'warning: budget configured but usage is "
               "unavailable - proceeding unchecked' >&2; "
               "echo OK > ""$SCR""; exit 0; fi; "
               "E=$(awk -v mode=get -v q=executions_this_period "
               "-f /tmp/unsandbox_json.awk ""$UC""); "
               "[ -n ""$E"" ] || E=0; "
               "M=$(awk -v mode=get -v q=minutes_consumed "
               "-f /tmp/unsandbox_json.awk ""$UC""); "
               "[ -n ""$M"" ] || M=0; "
               "V=OK; "
               "if [ -n ""$MAXE"" ]; then "
               "if [ ""$E"" -ge ""$MAXE"" ] 2>/dev/null; then "
               "V=HARD; echo 'budget: '$E' of '$MAXE' executions "
               "used this period' >&2; "
               "elif [ $((E * 100)) -ge $((MAXE * SOFT)) ] "
               "2>/dev/null; then V=SOFT; "
               "echo 'warning: '$E' of '$MAXE' budgeted executions "
               "used this period' >&2; fi; fi; "
               "if [ -n ""$MAXM"" ]; then "
               "if awk ""BEGIN{exit !($M >= $MAXM)}""; then "
               "V=HARD; echo 'budget: '$M' of '$MAXM' minutes "
               "consumed this period' >&2; "
               "elif [ ""$V"" = OK ] && "
               "awk ""BEGIN{exit !($M * 100 >= $MAXM * $SOFT)}""; "
               "then V=SOFT; "
               "echo 'warning: '$M' of '$MAXM' budgeted minutes "
               "consumed this period' >&2; fi; fi; "
               "echo $V > ""$SCR"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           IF WS-CONFIG-VALUE NOT = SPACES
               MOVE WS-CONFIG-VALUE TO WS-BUDGET-VERDICT
           END-IF.

       BUDGET-ENFORCE.
      * Hard refusal with a --force escape hatch; the soft warning
      * was already printed by the judge above. Exit 77 is EX_NOPERM
      * so scripts can tell a budget refusal from a failed run
           PERFORM BUDGET-CHECK.
           IF WS-BUDGET-VERDICT(1:4) = "HARD"
               IF WS-FORCE-FLAG = "Y"
                   DISPLAY "Budget cap exceeded - proceeding under "
                       "--force" UPON SYSERR
               ELSE
                   DISPLAY "Error: period budget exhausted - use "
                       "--queue to spool for later or --force to "
                       "override" UPON SYSERR
                   MOVE 77 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       DECODE-SYSTEM-STATUS.
      * CALL "SYSTEM" hands back the raw wait status with the child's
      * exit code in the high byte, so it has to be shifted down
      * before it can be compared against 0 or surfaced as
      * RETURN-CODE; without this the low byte is all that ever
      * reached the caller, which reads as success no matter what
      * the pipeline actually did. A child killed by a signal leaves
      * the signal number in the low byte instead, reported here as
      * 128+signal the same way a shell would
           IF WS-EXIT-CODE >= 256
               COMPUTE WS-EXIT-CODE = WS-EXIT-CODE / 256
           ELSE
               IF WS-EXIT-CODE > 0
                   COMPUTE WS-EXIT-CODE =
                       128 + FUNCTION MOD(WS-EXIT-CODE, 128)
               END-IF
           END-IF.

       PARSE-PROJECT-ARGS.
      * Optional flags after the project dir, same shape as
      * PARSE-EXECUTE-ARGS (whose flag dispatch is reused) plus
      * --entrypoint to pick the file inside the archive the API
      * should run
           MOVE SPACES TO WS-STDIN-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-LANGUAGE-OVERRIDE.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           MOVE SPACES TO WS-ENTRYPOINT.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               IF WS-ARG2 = "--entrypoint"
                   ACCEPT WS-ENTRYPOINT FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-ENTRYPOINT
                   END-ACCEPT
               ELSE
                   PERFORM DISPATCH-EXECUTE-FLAG
               END-IF
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.

       HANDLE-PROJECT.
      * Run a whole directory through /execute as a tar/base64 archive
      * instead of a single SOURCE-FILE, so a main script plus its
      * helper modules or fixture data can be tested without a session
           ACCEPT WS-PROJECT-DIR FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PROJECT-DIR
           END-ACCEPT.
           IF WS-PROJECT-DIR = SPACES
               DISPLAY "Usage: un.cob project <dir> [--entrypoint "
                   "<file>] [--language <name>]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PARSE-PROJECT-ARGS.

           IF WS-LANGUAGE-OVERRIDE = SPACES AND WS-ENTRYPOINT = SPACES
               DISPLAY "Error: project execution needs --language or "
                   "--entrypoint (there is no single file to detect "
                   "the language from)" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * WS-FILENAME always ends up set: the queue spool and the
      * flush display identify the request by it, and the
      * --language branch has no entrypoint to borrow, so the
      * project directory itself stands in
           IF WS-LANGUAGE-OVERRIDE NOT = SPACES
               MOVE WS-LANGUAGE-OVERRIDE TO WS-LANGUAGE
               MOVE WS-PROJECT-DIR TO WS-FILENAME
           ELSE
               MOVE WS-ENTRYPOINT TO WS-FILENAME
               PERFORM DETECT-LANGUAGE
           END-IF.

           IF WS-LANGUAGE = "unknown"
               DISPLAY "Error: Unknown language for entrypoint: "
                   WS-ENTRYPOINT UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VERIFY-LANGUAGE-VERSION.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MAKE-PROJECT-REQUEST.

       HANDLE-BATCH.
      * Smoke-test every file in a directory (or matching a glob)
           MOVE "batch" TO WS-GOV-CLASS.
           PERFORM GOVERNOR-SET-CLASS.
           MOVE SPACES TO WS-STDIN-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-LANGUAGE-OVERRIDE.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           IF WS-ARG2 = SPACES
               DISPLAY "Usage: un.cob batch <dir_or_glob> "
                   "[--resume] [--report junit:<path>|tap] "
                   "[--parallel N] "
                   "[--fail-policy continue|stop|abort:<n>] "
                   "[--cache|--no-cache]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-RESUME-FLAG.
           MOVE SPACES TO WS-REPORT-SPEC.
           MOVE 0 TO WS-PAR-COUNT.
           MOVE 0 TO WS-PAR-USED.
           MOVE SPACES TO WS-PAR-DIR.
           MOVE "continue" TO WS-FAIL-POLICY.
           MOVE 0 TO WS-FAIL-LIMIT.
           MOVE "N" TO WS-BATCH-STOP.
           MOVE "N" TO WS-FORCE-FLAG.
           MOVE SPACES TO WS-COST-CENTER.
           MOVE "N" TO WS-CC-RESOLVED.
           MOVE WS-BATCH-CKPT-PATH TO WS-JOURNAL-PATH.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--resume"
                       MOVE "Y" TO WS-RESUME-FLAG
                   WHEN "--report"
                       ACCEPT WS-REPORT-SPEC FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-REPORT-SPEC
                       END-ACCEPT
                   WHEN "--parallel"
                       ACCEPT WS-PAR-STR FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-PAR-STR
                       END-ACCEPT
                       MOVE FUNCTION NUMVAL(WS-PAR-STR)
                           TO WS-PAR-COUNT
                   WHEN "--fail-policy"
                       ACCEPT WS-FAIL-POLICY FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-FAIL-POLICY
                       END-ACCEPT
                   WHEN "--force"
                       MOVE "Y" TO WS-FORCE-FLAG
                   WHEN "--cache"
                       MOVE "Y" TO WS-CACHE-FLAG
                   WHEN "--no-cache"
                       MOVE "N" TO WS-CACHE-FLAG
                   WHEN "--allow-secrets"
                       MOVE "Y" TO WS-SCAN-OVERRIDE
                   WHEN "--cost-center"
                       ACCEPT WS-COST-CENTER FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-COST-CENTER
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

      * abort:<n> carries its threshold in the flag value itself;
      * anything else must be one of the three named policies so a
      * typo fails here rather than silently meaning "continue"
           IF WS-FAIL-POLICY(1:6) = "abort:"
               MOVE FUNCTION NUMVAL(WS-FAIL-POLICY(7:))
                   TO WS-FAIL-LIMIT
               MOVE "abort" TO WS-FAIL-POLICY
           END-IF.
           IF WS-FAIL-POLICY NOT = "continue"
               AND WS-FAIL-POLICY NOT = "stop"
               AND WS-FAIL-POLICY NOT = "abort"
               DISPLAY "Error: --fail-policy must be continue, "
                   "stop or abort:<n>" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FAIL-POLICY = "abort" AND WS-FAIL-LIMIT = 0
               MOVE 1 TO WS-FAIL-LIMIT
           END-IF.

      * The wave table caps the pool; more workers than slots would
      * overrun it, and 1 is just the sequential path
           IF WS-PAR-COUNT > 16
               MOVE 16 TO WS-PAR-COUNT
           END-IF.
           IF WS-PAR-COUNT > 1
               PERFORM BATCH-MAKE-WAVE-DIR
           END-IF.

      * The execution policy and one budget check cover the whole
      * batch: a refusal here stops the run before anything fires
      * rather than after N files have already billed
           MOVE "batch" TO WS-POLICY-WHERE.
           PERFORM BATCH-POLICY-PASS.
           PERFORM BUDGET-ENFORCE.

      * Every completed file is journaled to the checkpoint as it
      * finishes; a fresh run truncates the journal while --resume
      * keeps it and folds the recorded results into this summary,
      * so an interrupted overnight batch picks up where it stopped
           MOVE SPACES TO WS-CURL-CMD.
           IF WS-RESUME-FLAG = "Y"
               STRING "mkdir -p ~/.unsandbox; touch "
                   FUNCTION TRIM(WS-BATCH-CKPT-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING "mkdir -p ~/.unsandbox; : > "
                   FUNCTION TRIM(WS-BATCH-CKPT-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-CURL-CMD.

           PERFORM BUILD-BATCH-LIST.

           MOVE 0 TO WS-BATCH-TOTAL.
           MOVE 0 TO WS-BATCH-PASS.
           MOVE 0 TO WS-BATCH-FAIL.
           MOVE "N" TO WS-BATCH-EOF.

           DISPLAY " ".
           DISPLAY "Batch run: " FUNCTION TRIM(WS-ARG2).

           OPEN INPUT BATCH-LIST-FILE.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-LIST-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF WS-BATCH-STOP = "N"
                           MOVE BATCH-LIST-LINE TO WS-FILENAME
                           PERFORM BATCH-RUN-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.

      * A final partial wave may still be queued when the list ends
           IF WS-PAR-COUNT > 1 AND WS-PAR-USED > 0
               AND WS-BATCH-STOP = "N"
               PERFORM BATCH-RUN-WAVE
           END-IF.

           IF WS-REPORT-SPEC NOT = SPACES
               MOVE WS-ARG2 TO WS-REPORT-LABEL
               PERFORM EMIT-RUN-REPORT
           END-IF.

      * The scratch list (and, now that the batch has completed, the
      * checkpoint journal) is removed before the summary because
      * the CALL "SYSTEM" doing the rm would otherwise wipe the
      * RETURN-CODE the summary sets when there are failures. A run
      * the failure policy stopped early keeps its checkpoint so
      * --resume can pick up the files that never ran
           MOVE SPACES TO WS-CURL-CMD.
           IF WS-BATCH-STOP = "Y"
               STRING "rm -f " FUNCTION TRIM(WS-BATCH-LIST-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING "rm -f " FUNCTION TRIM(WS-BATCH-LIST-PATH)
                   " " FUNCTION TRIM(WS-BATCH-CKPT-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           IF WS-PAR-DIR NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "; rm -rf '" FUNCTION TRIM(WS-PAR-DIR) "'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-CURL-CMD.

           IF WS-BATCH-STOP = "Y"
               DISPLAY " "
               DISPLAY "Batch stopped early by --fail-policy "
                   FUNCTION TRIM(WS-FAIL-POLICY)
                   " - rerun with --resume to finish"
           END-IF.

           PERFORM BATCH-PRINT-SUMMARY.

       BUILD-BATCH-LIST.
      * Expand the dir/glob argument into a one-file-per-line list
           MOVE SPACES TO WS-CURL-CMD.
           STRING "for f in " FUNCTION TRIM(WS-ARG2) "/* "
               FUNCTION TRIM(WS-ARG2)
               "; do [ -f ""$f"" ] && echo ""$f""; done "
               "> " FUNCTION TRIM(WS-BATCH-LIST-PATH)
               " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       BATCH-POLICY-PASS.
      * Every file in the dir/glob is held up against the execution
      * policy before the first one is sent; the caller names the
      * command in WS-POLICY-WHERE
           PERFORM POLICY-RESOLVE.
           IF WS-POLICY-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-BATCH-LIST.
           MOVE "N" TO WS-BATCH-EOF.
           OPEN INPUT BATCH-LIST-FILE.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-LIST-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF BATCH-LIST-LINE NOT = SPACES
                           MOVE BATCH-LIST-LINE TO WS-FILENAME
                           PERFORM DETECT-LANGUAGE
                           PERFORM POLICY-CHECK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.

       BATCH-RUN-ONE.
           ADD 1 TO WS-BATCH-TOTAL.
           IF WS-FILENAME = SPACES
               SUBTRACT 1 FROM WS-BATCH-TOTAL
           ELSE
               MOVE SPACES TO WS-CONFIG-VALUE
               IF WS-RESUME-FLAG = "Y"
                   PERFORM BATCH-CHECK-CHECKPOINT
               END-IF
               IF WS-CONFIG-VALUE NOT = SPACES
                   PERFORM BATCH-FOLD-CHECKPOINT
               ELSE
                   IF WS-PAR-COUNT > 1
                       PERFORM BATCH-QUEUE-ONE
                   ELSE
                       PERFORM BATCH-EXEC-ONE
                       PERFORM BATCH-CHECK-POLICY
                   END-IF
               END-IF
           END-IF.

       BATCH-MAKE-WAVE-DIR.
      * One scratch directory per batch process holds the wave job
      * scripts and their captured output, so two batches running
      * side by side can never read each other's results
           MOVE SPACES TO WS-CURL-CMD.
           STRING "mktemp -d /tmp/unsandbox_wave_XXXXXX > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-PAR-DIR.
           IF WS-PAR-DIR = SPACES
               DISPLAY "Error: could not create batch scratch "
                   "directory" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BATCH-QUEUE-ONE.
      * Parallel mode queues the file into the next wave instead of
      * running it on the spot; a full wave fires immediately so at
      * most --parallel N executions are ever in flight
           PERFORM STAMP-EXEC-START.

           PERFORM DETECT-LANGUAGE.
           IF WS-LANGUAGE = "unknown"
               DISPLAY "  SKIP  " FUNCTION TRIM(WS-FILENAME)
                   " (unknown language)"
               ADD 1 TO WS-BATCH-FAIL
               MOVE 1 TO WS-EXIT-CODE
               MOVE "unknown language" TO WS-JOURNAL-REASON
               PERFORM BATCH-JOURNAL-RESULT
               PERFORM BATCH-CHECK-POLICY
           ELSE
               ADD 1 TO WS-PAR-USED
               MOVE WS-FILENAME TO WS-PAR-FILE(WS-PAR-USED)
               MOVE WS-LANGUAGE TO WS-PAR-LANG(WS-PAR-USED)
               IF WS-PAR-USED >= WS-PAR-COUNT
                   PERFORM BATCH-RUN-WAVE
               END-IF
           END-IF.

       BATCH-RUN-WAVE.
      * Build every queued slot's signed execute pipeline into its
      * own job script, fire them all in the background and wait.
      * Each job's output lands in a per-slot log (not the shared
      * terminal), its exit code in a per-slot rc file and its own
      * elapsed seconds in a dur file, then the results fold back
      * in slot order: counters, checkpoint and history are all
      * written serially by this process, so the journal --resume
      * reads stays accurate under concurrency
           PERFORM STAMP-EXEC-START.

           PERFORM VARYING WS-PAR-SLOT FROM 1 BY 1
               UNTIL WS-PAR-SLOT > WS-PAR-USED
               MOVE WS-PAR-FILE(WS-PAR-SLOT) TO WS-FILENAME
               MOVE WS-PAR-LANG(WS-PAR-SLOT) TO WS-LANGUAGE
               IF WS-SWEEP-FLAG = "Y"
                   PERFORM SWEEP-LOAD-SLOT
               END-IF
               PERFORM BUILD-EXECUTE-COMMAND
               MOVE WS-EXEC-ORIGIN TO WS-PAR-ORIG(WS-PAR-SLOT)
               MOVE WS-RUN-ID TO WS-PAR-RUNID(WS-PAR-SLOT)
               PERFORM BATCH-WRITE-WAVE-JOB
           END-PERFORM.

           MOVE WS-PAR-USED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "D='" FUNCTION TRIM(WS-PAR-DIR) "'; "
               "for I in $(seq 1 " FUNCTION TRIM(WS-COUNT-DISP)
               "); do "
               "( T0=$(date +%s); "
               "UHRF=""$D/hrec_$I"" sh ""$D/cmd_$I.sh"" "
               "> ""$D/out_$I.log"" 2>&1; "
               "echo $? > ""$D/rc_$I""; "
               "echo $(( $(date +%s) - T0 )) > ""$D/dur_$I"" ) & "
               "done; wait"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           PERFORM VARYING WS-PAR-SLOT FROM 1 BY 1
               UNTIL WS-PAR-SLOT > WS-PAR-USED
               PERFORM BATCH-FOLD-WAVE-RESULT
           END-PERFORM.
           MOVE 0 TO WS-PAR-USED.
           PERFORM BATCH-CHECK-POLICY.

       BATCH-WRITE-WAVE-JOB.
      * The built command reaches the job script through a quoted
      * heredoc so none of its own quoting is re-interpreted on the
      * way to disk
           MOVE WS-PAR-SLOT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-JOB-BUF.
           STRING "cat > '" FUNCTION TRIM(WS-PAR-DIR) "/cmd_"
               FUNCTION TRIM(WS-COUNT-DISP)
               ".sh' <<'UNSANDBOX_JOB_EOF'"
               X"0A" FUNCTION TRIM(WS-CURL-CMD) X"0A"
               "UNSANDBOX_JOB_EOF" X"0A"
               DELIMITED BY SIZE INTO WS-JOB-BUF
           END-STRING.
           CALL "SYSTEM" USING WS-JOB-BUF.

       BATCH-FOLD-WAVE-RESULT.
           IF WS-SWEEP-FLAG = "Y"
               PERFORM SWEEP-FOLD-WAVE-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAR-FILE(WS-PAR-SLOT) TO WS-FILENAME.
           MOVE WS-PAR-LANG(WS-PAR-SLOT) TO WS-LANGUAGE.
           MOVE WS-PAR-SLOT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "cat '" FUNCTION TRIM(WS-PAR-DIR) "/rc_"
               FUNCTION TRIM(WS-COUNT-DISP) "' 2>/dev/null > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           IF WS-CONFIG-VALUE = SPACES
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE) TO WS-EXIT-CODE
           END-IF.

           IF WS-EXIT-CODE = 0
               DISPLAY "  PASS  " FUNCTION TRIM(WS-FILENAME)
                   " (" FUNCTION TRIM(WS-LANGUAGE) ")"
               ADD 1 TO WS-BATCH-PASS
           ELSE
               DISPLAY "  FAIL  " FUNCTION TRIM(WS-FILENAME)
                   " (" FUNCTION TRIM(WS-LANGUAGE) ")"
               ADD 1 TO WS-BATCH-FAIL
           END-IF.

      * Replay the job's captured output indented under its verdict
      * line so waves never interleave on the terminal
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sed 's/^/        /' '"
               FUNCTION TRIM(WS-PAR-DIR) "/out_"
               FUNCTION TRIM(WS-COUNT-DISP) ".log' 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "mv -f '" FUNCTION TRIM(WS-PAR-DIR) "/hrec_"
               FUNCTION TRIM(WS-COUNT-DISP) "' "
               "/tmp/unsandbox_hrec.$PPID 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE WS-PAR-ORIG(WS-PAR-SLOT) TO WS-EXEC-ORIGIN.
           MOVE WS-PAR-RUNID(WS-PAR-SLOT) TO WS-RUN-ID.
           PERFORM LOG-EXECUTION.
           PERFORM RUNTIME-BASELINE-CHECK.
           MOVE "remote" TO WS-EXEC-ORIGIN.
           MOVE SPACES TO WS-JOURNAL-REASON.
           PERFORM BATCH-JOURNAL-RESULT.

       BATCH-CHECK-POLICY.
      * stop halts at the first failure; abort tolerates failures up
      * to its threshold. The flag only stops new work - anything
      * already journaled stays counted, and the kept checkpoint
      * lets --resume finish the remainder later
           IF WS-FAIL-POLICY = "stop" AND WS-BATCH-FAIL > 0
               MOVE "Y" TO WS-BATCH-STOP
           END-IF.
           IF WS-FAIL-POLICY = "abort"
               AND WS-BATCH-FAIL >= WS-FAIL-LIMIT
               MOVE "Y" TO WS-BATCH-STOP
           END-IF.

       BATCH-CHECK-CHECKPOINT.
      * Exact-match lookup of this file in the checkpoint journal;
      * awk rather than grep so regex metacharacters in a filename
      * can't corrupt the match. Leaves the recorded exit code (or
      * spaces) in WS-CONFIG-VALUE
           MOVE SPACES TO WS-CURL-CMD.
           STRING "awk -F'\t' -v f='" FUNCTION TRIM(WS-FILENAME)
               "' '$1==f { print $3; exit }' "
               FUNCTION TRIM(WS-BATCH-CKPT-PATH)
               " 2>/dev/null > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.

       BATCH-FOLD-CHECKPOINT.
           MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE) TO WS-EXIT-CODE.
           IF WS-EXIT-CODE = 0
               DISPLAY "  PASS  " FUNCTION TRIM(WS-FILENAME)
                   " (checkpointed)"
               ADD 1 TO WS-BATCH-PASS
           ELSE
               DISPLAY "  FAIL  " FUNCTION TRIM(WS-FILENAME)
                   " (checkpointed)"
               ADD 1 TO WS-BATCH-FAIL
           END-IF.

       BATCH-EXEC-ONE.
      * The duration stamp is taken before anything else so even a
      * skipped file journals an honest (near-zero) elapsed time
      * instead of whatever a previous run left behind
           PERFORM STAMP-EXEC-START.

           PERFORM DETECT-LANGUAGE.
           IF WS-LANGUAGE = "unknown"
               DISPLAY "  SKIP  " FUNCTION TRIM(WS-FILENAME)
                   " (unknown language)"
               ADD 1 TO WS-BATCH-FAIL
               MOVE 1 TO WS-EXIT-CODE
               MOVE "unknown language" TO WS-JOURNAL-REASON
               PERFORM BATCH-JOURNAL-RESULT
           ELSE
               PERFORM MAKE-EXECUTE-REQUEST
               PERFORM LOG-EXECUTION
               PERFORM RUNTIME-BASELINE-CHECK
               IF WS-EXIT-CODE = 0
                   DISPLAY "  PASS  " FUNCTION TRIM(WS-FILENAME)
                       " (" FUNCTION TRIM(WS-LANGUAGE) ")"
                   ADD 1 TO WS-BATCH-PASS
               ELSE
                   DISPLAY "  FAIL  " FUNCTION TRIM(WS-FILENAME)
                       " (" FUNCTION TRIM(WS-LANGUAGE) ")"
                   ADD 1 TO WS-BATCH-FAIL
               END-IF
               MOVE SPACES TO WS-JOURNAL-REASON
               PERFORM BATCH-JOURNAL-RESULT
           END-IF.

       BATCH-JOURNAL-RESULT.
      * One tab-separated record per finished file: name, language,
      * exit code and elapsed seconds (from the stamp taken just
      * before the run), appended as the batch goes so an interrupt
      * loses at most the file in flight
           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "printf '%s\t%s\t%s\t%s\t%s\n' '"
               FUNCTION TRIM(WS-FILENAME) "' '"
               FUNCTION TRIM(WS-LANGUAGE) "' '"
               WS-EXIT-CODE "' "
               "$(( $(date +%s) - "
               "$(cat /tmp/unsandbox_batch_t0 2>/dev/null || "
               "date +%s) )) '"
               FUNCTION TRIM(WS-JOURNAL-REASON) "' >> "
               FUNCTION TRIM(WS-JOURNAL-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       EMIT-RUN-REPORT.
      * Render the run journal as a structured test report for CI:
      * --report junit:<path> writes one testcase per file with the
      * language as classname and elapsed seconds, --report tap
      * prints a TAP stream on stdout. Names and failure messages
      * are XML-escaped in the awk below
           IF WS-REPORT-SPEC(1:6) = "junit:"
               PERFORM EMIT-JUNIT-REPORT
           ELSE
               IF WS-REPORT-SPEC = "tap"
                   PERFORM EMIT-TAP-REPORT
               ELSE
                   DISPLAY "Error: unknown --report format: "
                       FUNCTION TRIM(WS-REPORT-SPEC)
                       " (use junit:<path> or tap)" UPON SYSERR
               END-IF
           END-IF.

       EMIT-JUNIT-REPORT.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "awk -v SN='" FUNCTION TRIM(WS-REPORT-LABEL) "' '"
               "function esc(s) { gsub(/&/,""\\&amp;"",s); "
               "gsub(/</,""\\&lt;"",s); gsub(/>/,""\\&gt;"",s); "
               "gsub(/""/,""\\&quot;"",s); return s } "
               "BEGIN { FS=""\t"" } "
               "{ n++; nm[n]=esc($1); cl[n]=esc($2); rc[n]=$3+0; "
               "tm[n]=$4+0; rs[n]=esc($5); sk[n]=($6 == ""S""); "
               "if ($3+0 != 0) f++; if (sk[n]) k++ } "
               "END { "
               "print ""<?xml version=\""1.0\"" "
               "encoding=\""UTF-8\""?>""; "
               "printf ""<testsuite name=\""%s\"" "
               "tests=\""%d\"" failures=\""%d\"" "
               "skipped=\""%d\"">\n"", "
               "esc(SN), n+0, f+0, k+0; "
               "for (i=1; i<=n; i++) { "
               "printf ""  <testcase name=\""%s\"" "
               "classname=\""%s\"" time=\""%d\"""", "
               "nm[i], cl[i], tm[i]; "
               "if (rc[i] != 0) { m=rs[i]; "
               "if (m=="""") m=""exit code "" rc[i]; "
               "printf "">\n    <failure message=\""%s\""/>"
               "\n  </testcase>\n"", m } "
               "else if (sk[i]) printf "">\n    <skipped "
               "message=\""%s\""/>\n  </testcase>\n"", rs[i]; "
               "else print ""/>"" } "
               "print ""</testsuite>"" }' "
               FUNCTION TRIM(WS-JOURNAL-PATH) " > '"
               FUNCTION TRIM(WS-REPORT-SPEC(7:)) "' && "
               "echo 'JUnit report written to "
               FUNCTION TRIM(WS-REPORT-SPEC(7:)) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       EMIT-TAP-REPORT.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "awk 'BEGIN { FS=""\t"" } "
               "{ n++; nm[n]=$1; rc[n]=$3+0; rs[n]=$5; "
               "sk[n]=($6 == ""S"") } "
               "END { print ""1.."" n+0; "
               "for (i=1; i<=n; i++) { "
               "if (sk[i]) print ""ok "" i "" - "" nm[i] "
               """ # SKIP "" rs[i]; "
               "else if (rc[i] == 0) print ""ok "" i "" - "" nm[i]; "
               "else { m=rs[i]; "
               "if (m=="""") m=""exit code "" rc[i]; "
               "print ""not ok "" i "" - "" nm[i] "" # "" m } } }' "
               FUNCTION TRIM(WS-JOURNAL-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       BATCH-PRINT-SUMMARY.
           DISPLAY " ".
           DISPLAY "Batch summary: " WS-BATCH-TOTAL " total, "
               WS-BATCH-PASS " passed, " WS-BATCH-FAIL " failed".
           IF WS-BATCH-FAIL > 0
               PERFORM NOTIFY-RESOLVE
               MOVE WS-BATCH-FAIL TO WS-COUNT-DISP
               MOVE WS-BATCH-TOTAL TO WS-EXIT-DISP
               MOVE SPACES TO WS-NOTIFY-MSG
               STRING "un.cob batch "
                   FUNCTION TRIM(WS-ARG2) ": "
                   FUNCTION TRIM(WS-COUNT-DISP) " of "
                   FUNCTION TRIM(WS-EXIT-DISP) " runs failed"
                   DELIMITED BY SIZE INTO WS-NOTIFY-MSG
               END-STRING
               PERFORM NOTIFY-SEND
               MOVE 1 TO RETURN-CODE
           END-IF.

       HANDLE-SWEEP.
      * Run one source across a table of cases and tabulate the
      * results: each row of the tab-separated cases file gives a
      * comma-separated argv list (the suite manifest form), a stdin
      * file and a comma list of -f inputs ("-" for none; blank and
      * # lines skipped). Rows go through the
      * normal execute path on the --parallel wave pool (one worker
      * unless asked for more), every finished row is journaled to
      * the sweep checkpoint with its exit code, elapsed seconds and
      * captured stdout, and the CSV is written from that journal at
      * the end - so --resume after an interrupt re-runs only the
      * rows (or edited rows) that never finished. --line N|last and
      * --field N [--sep C] pick one line/field of stdout for the
      * output column instead of all of it
           MOVE "batch" TO WS-GOV-CLASS.
           PERFORM GOVERNOR-SET-CLASS.
           MOVE SPACES TO WS-STDIN-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-LANGUAGE-OVERRIDE.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FILENAME
           END-ACCEPT.
           ACCEPT WS-SWEEP-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SWEEP-PATH
           END-ACCEPT.
           IF WS-FILENAME = SPACES OR WS-SWEEP-PATH = SPACES
               OR WS-FILENAME(1:2) = "--"
               OR WS-SWEEP-PATH(1:2) = "--"
               DISPLAY "Usage: un.cob sweep <source> <cases.tsv> "
                   "[--parallel N] [--out <csv>] [--resume]"
                   UPON SYSERR
               DISPLAY "       [--line N|last] [--field N] "
                   "[--sep C] [--cache|--no-cache] "
                   "[--cost-center <cc>]" UPON SYSERR
               DISPLAY "  cases: argv,list<TAB>stdin-file<TAB>"
                   "-f,list per row, - for none" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-RESUME-FLAG.
           MOVE 1 TO WS-PAR-COUNT.
           MOVE 0 TO WS-PAR-USED.
           MOVE SPACES TO WS-PAR-DIR.
           MOVE "continue" TO WS-FAIL-POLICY.
           MOVE 0 TO WS-FAIL-LIMIT.
           MOVE "N" TO WS-BATCH-STOP.
           MOVE SPACES TO WS-COST-CENTER.
           MOVE "N" TO WS-CC-RESOLVED.
           MOVE SPACES TO WS-SWEEP-CSV.
           MOVE SPACES TO WS-SWEEP-SEL-LINE.
           MOVE SPACES TO WS-SWEEP-SEL-FIELD.
           MOVE SPACES TO WS-SWEEP-SEP.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--resume"
                       MOVE "Y" TO WS-RESUME-FLAG
                   WHEN "--parallel"
                       ACCEPT WS-PAR-STR FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-PAR-STR
                       END-ACCEPT
                       MOVE FUNCTION NUMVAL(WS-PAR-STR)
                           TO WS-PAR-COUNT
                   WHEN "--out"
                       ACCEPT WS-SWEEP-CSV FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-SWEEP-CSV
                       END-ACCEPT
                   WHEN "--line"
                       ACCEPT WS-SWEEP-SEL-LINE FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-SWEEP-SEL-LINE
                       END-ACCEPT
                   WHEN "--field"
                       ACCEPT WS-SWEEP-SEL-FIELD FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-SWEEP-SEL-FIELD
                       END-ACCEPT
                   WHEN "--sep"
                       ACCEPT WS-SWEEP-SEP FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-SWEEP-SEP
                       END-ACCEPT
                   WHEN "--cache"
                       MOVE "Y" TO WS-CACHE-FLAG
                   WHEN "--no-cache"
                       MOVE "N" TO WS-CACHE-FLAG
                   WHEN "--allow-secrets"
                       MOVE "Y" TO WS-SCAN-OVERRIDE
                   WHEN "--cost-center"
                       ACCEPT WS-COST-CENTER FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-COST-CENTER
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-SWEEP-SEL-LINE NOT = SPACES
               AND WS-SWEEP-SEL-LINE NOT = "last"
               AND FUNCTION TRIM(WS-SWEEP-SEL-LINE) NOT NUMERIC
               DISPLAY "Error: --line takes a line number or last"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SWEEP-SEL-FIELD NOT = SPACES
               AND FUNCTION TRIM(WS-SWEEP-SEL-FIELD) NOT NUMERIC
               DISPLAY "Error: --field takes a field number"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SWEEP-CSV = SPACES
               STRING FUNCTION TRIM(WS-SWEEP-PATH) ".csv"
                   DELIMITED BY SIZE INTO WS-SWEEP-CSV
               END-STRING
           END-IF.

           PERFORM DETECT-LANGUAGE.
           IF WS-LANGUAGE = "unknown"
               DISPLAY "Error: cannot tell the language of "
                   FUNCTION TRIM(WS-FILENAME) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SWEEP-POLICY-PASS.
           OPEN INPUT SWEEP-FILE.
           IF WS-SWEEP-STATUS NOT = "00"
               DISPLAY "Error: cannot read cases file "
                   FUNCTION TRIM(WS-SWEEP-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The same wave table as batch, so the same 16-worker cap
           IF WS-PAR-COUNT > 16
               MOVE 16 TO WS-PAR-COUNT
           END-IF.
           IF WS-PAR-COUNT < 1
               MOVE 1 TO WS-PAR-COUNT
           END-IF.
           PERFORM BATCH-MAKE-WAVE-DIR.

           PERFORM BUDGET-ENFORCE.

           MOVE SPACES TO WS-CURL-CMD.
           IF WS-RESUME-FLAG = "Y"
               STRING "mkdir -p ~/.unsandbox; touch "
                   FUNCTION TRIM(WS-SWEEP-CKPT-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING "mkdir -p ~/.unsandbox; : > "
                   FUNCTION TRIM(WS-SWEEP-CKPT-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE "Y" TO WS-SWEEP-FLAG.
           MOVE 0 TO WS-BATCH-TOTAL.
           MOVE 0 TO WS-BATCH-PASS.
           MOVE 0 TO WS-BATCH-FAIL.
           MOVE 0 TO WS-SWEEP-ROW.
           MOVE "N" TO WS-SWEEP-EOF.

           DISPLAY " ".
           DISPLAY "Sweep run: " FUNCTION TRIM(WS-FILENAME)
               " over " FUNCTION TRIM(WS-SWEEP-PATH).

           PERFORM UNTIL WS-SWEEP-EOF = "Y"
               READ SWEEP-FILE
                   AT END MOVE "Y" TO WS-SWEEP-EOF
                   NOT AT END
                       IF SWEEP-LINE NOT = SPACES
                           AND SWEEP-LINE(1:1) NOT = "#"
                           PERFORM SWEEP-RUN-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SWEEP-FILE.

           IF WS-PAR-USED > 0
               PERFORM BATCH-RUN-WAVE
           END-IF.

           PERFORM SWEEP-WRITE-CSV.

      * A completed sweep drops its checkpoint (the CSV now holds
      * every row); scratch goes before the summary sets RETURN-CODE
           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -f " FUNCTION TRIM(WS-SWEEP-CKPT-PATH)
               "; rm -rf '" FUNCTION TRIM(WS-PAR-DIR) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           DISPLAY " ".
           DISPLAY "Sweep summary: " WS-BATCH-TOTAL " rows, "
               WS-BATCH-PASS " exit 0, " WS-BATCH-FAIL " non-zero".
           IF WS-BATCH-FAIL > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       SWEEP-RUN-ONE.
      * One case row: split it, key it (source content plus the row's
      * parameters, so an edited row or source is never taken from
      * an old checkpoint) and either fold the checkpointed result
      * or queue it into the next wave
           ADD 1 TO WS-SWEEP-ROW.
           ADD 1 TO WS-BATCH-TOTAL.
           MOVE WS-SWEEP-ROW TO WS-SWEEP-ROW-DISP.
           MOVE SPACES TO WS-SWEEP-ARGV.
           MOVE SPACES TO WS-SWEEP-STDIN.
           MOVE SPACES TO WS-SWEEP-INPUTS.
           UNSTRING SWEEP-LINE DELIMITED BY X"09"
               INTO WS-SWEEP-ARGV WS-SWEEP-STDIN WS-SWEEP-INPUTS
           END-UNSTRING.
           IF WS-SWEEP-ARGV = "-"
               MOVE SPACES TO WS-SWEEP-ARGV
           END-IF.
           IF WS-SWEEP-STDIN = "-"
               MOVE SPACES TO WS-SWEEP-STDIN
           END-IF.
           IF WS-SWEEP-INPUTS = "-"
               MOVE SPACES TO WS-SWEEP-INPUTS
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "R=" FUNCTION TRIM(WS-SWEEP-ROW-DISP) "; "
               "A='" FUNCTION TRIM(WS-SWEEP-ARGV) "'; "
               "S='" FUNCTION TRIM(WS-SWEEP-STDIN) "'; "
               "F='" FUNCTION TRIM(WS-SWEEP-INPUTS) "'; "
               "K=$({ sha256sum < '" FUNCTION TRIM(WS-FILENAME)
               "' 2>/dev/null; printf '%s\t%s\t%s\t%s' '"
               FUNCTION TRIM(WS-FILENAME) "' ""$A"" ""$S"" ""$F""; "
               "} | sha256sum | cut -c1-16); "
               "printf '%s\t%s\t%s\t%s\t%s\n' ""$R"" ""$K"" "
               """${A:--}"" ""${S:--}"" ""${F:--}"" >> '"
               FUNCTION TRIM(WS-PAR-DIR) "/rows'; "
               "X=$(awk -F'\t' -v r=""$R"" -v k=""$K"" "
               "'$1 == r && $2 == k { x = $3 } END { print x }' "
               FUNCTION TRIM(WS-SWEEP-CKPT-PATH) " 2>/dev/null); "
               "printf '%s\t%s\n' ""$K"" ""$X"" > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE SPACES TO WS-SWEEP-KEY.
           MOVE SPACES TO WS-SWEEP-DONE.
           UNSTRING WS-CONFIG-VALUE DELIMITED BY X"09"
               INTO WS-SWEEP-KEY WS-SWEEP-DONE
           END-UNSTRING.

           IF WS-SWEEP-DONE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SWEEP-DONE) TO WS-EXIT-CODE
               MOVE WS-EXIT-CODE TO WS-EXIT-DISP
               IF WS-EXIT-CODE = 0
                   ADD 1 TO WS-BATCH-PASS
               ELSE
                   ADD 1 TO WS-BATCH-FAIL
               END-IF
               DISPLAY "  row " FUNCTION TRIM(WS-SWEEP-ROW-DISP)
                   "  exit " FUNCTION TRIM(WS-EXIT-DISP)
                   "  (checkpointed)"
           ELSE
               ADD 1 TO WS-PAR-USED
               MOVE WS-FILENAME TO WS-PAR-FILE(WS-PAR-USED)
               MOVE WS-LANGUAGE TO WS-PAR-LANG(WS-PAR-USED)
               MOVE WS-SWEEP-ROW TO WS-PAR-ROW(WS-PAR-USED)
               MOVE WS-SWEEP-KEY TO WS-PAR-KEY(WS-PAR-USED)
               MOVE WS-SWEEP-ARGV TO WS-PAR-ARGS(WS-PAR-USED)
               MOVE WS-SWEEP-STDIN TO WS-PAR-STDIN(WS-PAR-USED)
               MOVE WS-SWEEP-INPUTS TO WS-PAR-INPUTS(WS-PAR-USED)
               IF WS-PAR-USED >= WS-PAR-COUNT
                   PERFORM BATCH-RUN-WAVE
               END-IF
           END-IF.

       SWEEP-POLICY-PASS.
      * Every case row is held up against the execution policy, with
      * its own argv, stdin and -f inputs, before the first wave is
      * sent; the refusal names the row. An unreadable cases file is
      * left for the caller to report
           PERFORM POLICY-RESOLVE.
           IF WS-POLICY-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SWEEP-FILE.
           IF WS-SWEEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SWEEP-ROW.
           MOVE "N" TO WS-SWEEP-EOF.
           PERFORM UNTIL WS-SWEEP-EOF = "Y"
               READ SWEEP-FILE
                   AT END MOVE "Y" TO WS-SWEEP-EOF
                   NOT AT END
                       IF SWEEP-LINE NOT = SPACES
                           AND SWEEP-LINE(1:1) NOT = "#"
                           PERFORM SWEEP-POLICY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SWEEP-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-STDIN-FILE.
           MOVE SPACES TO WS-INPUT-FILES.

       SWEEP-POLICY-ONE.
      * One row, split the way SWEEP-RUN-ONE splits it
           ADD 1 TO WS-SWEEP-ROW.
           MOVE WS-SWEEP-ROW TO WS-SWEEP-ROW-DISP.
           MOVE SPACES TO WS-SWEEP-ARGV.
           MOVE SPACES TO WS-SWEEP-STDIN.
           MOVE SPACES TO WS-SWEEP-INPUTS.
           UNSTRING SWEEP-LINE DELIMITED BY X"09"
               INTO WS-SWEEP-ARGV WS-SWEEP-STDIN WS-SWEEP-INPUTS
           END-UNSTRING.
           IF WS-SWEEP-ARGV = "-"
               MOVE SPACES TO WS-SWEEP-ARGV
           END-IF.
           IF WS-SWEEP-STDIN = "-"
               MOVE SPACES TO WS-SWEEP-STDIN
           END-IF.
           IF WS-SWEEP-INPUTS = "-"
               MOVE SPACES TO WS-SWEEP-INPUTS
           END-IF.
           MOVE WS-SWEEP-ARGV TO WS-PROGRAM-ARGS.
           MOVE WS-SWEEP-STDIN TO WS-STDIN-FILE.
           MOVE WS-SWEEP-INPUTS TO WS-INPUT-FILES.
           MOVE SPACES TO WS-POLICY-WHERE.
           STRING "sweep row " FUNCTION TRIM(WS-SWEEP-ROW-DISP)
               DELIMITED BY SIZE INTO WS-POLICY-WHERE
           END-STRING.
           PERFORM POLICY-CHECK.

       SWEEP-LOAD-SLOT.
      * Point the execute build at this slot's row: its argv, its
      * stdin (never the terminal's - a row without one reads
      * nothing) and -f inputs, with stdout captured per slot
           MOVE WS-PAR-ARGS(WS-PAR-SLOT) TO WS-PROGRAM-ARGS.
           MOVE WS-PAR-INPUTS(WS-PAR-SLOT) TO WS-INPUT-FILES.
           IF WS-PAR-STDIN(WS-PAR-SLOT) = SPACES
               MOVE "/dev/null" TO WS-STDIN-FILE
           ELSE
               MOVE WS-PAR-STDIN(WS-PAR-SLOT) TO WS-STDIN-FILE
           END-IF.
           MOVE WS-PAR-SLOT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-OUT-FILE.
           STRING FUNCTION TRIM(WS-PAR-DIR) "/sout_"
               FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-OUT-FILE
           END-STRING.

       SWEEP-FOLD-WAVE-RESULT.
      * Sweep counterpart of BATCH-FOLD-WAVE-RESULT: the verdict line
      * names the row, anything the job printed besides the captured
      * stdout is replayed under it, the run goes to history, and the
      * row's exit, elapsed seconds and stdout (base64, one line) are
      * journaled to the sweep checkpoint
           MOVE WS-PAR-FILE(WS-PAR-SLOT) TO WS-FILENAME.
           MOVE WS-PAR-LANG(WS-PAR-SLOT) TO WS-LANGUAGE.
           PERFORM SWEEP-LOAD-SLOT.
           MOVE WS-PAR-ROW(WS-PAR-SLOT) TO WS-SWEEP-ROW-DISP.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "cat '" FUNCTION TRIM(WS-PAR-DIR) "/rc_"
               FUNCTION TRIM(WS-COUNT-DISP) "' 2>/dev/null > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           IF WS-CONFIG-VALUE = SPACES
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE) TO WS-EXIT-CODE
           END-IF.
           MOVE WS-EXIT-CODE TO WS-EXIT-DISP.

           IF WS-EXIT-CODE = 0
               ADD 1 TO WS-BATCH-PASS
           ELSE
               ADD 1 TO WS-BATCH-FAIL
           END-IF.
           DISPLAY "  row " FUNCTION TRIM(WS-SWEEP-ROW-DISP)
               "  exit " FUNCTION TRIM(WS-EXIT-DISP)
               "  " FUNCTION TRIM(WS-PROGRAM-ARGS).

           MOVE SPACES TO WS-CURL-CMD.
           STRING "sed 's/^/        /' '"
               FUNCTION TRIM(WS-PAR-DIR) "/out_"
               FUNCTION TRIM(WS-COUNT-DISP) ".log' 2>/dev/null; "
               "mv -f '" FUNCTION TRIM(WS-PAR-DIR) "/hrec_"
               FUNCTION TRIM(WS-COUNT-DISP) "' "
               "/tmp/unsandbox_hrec.$PPID 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE WS-PAR-ORIG(WS-PAR-SLOT) TO WS-EXEC-ORIGIN.
           MOVE WS-PAR-RUNID(WS-PAR-SLOT) TO WS-RUN-ID.
           PERFORM LOG-EXECUTION.
           PERFORM RUNTIME-BASELINE-CHECK.
           MOVE "remote" TO WS-EXEC-ORIGIN.

           MOVE WS-PAR-ROW(WS-PAR-SLOT) TO WS-SWEEP-ROW-DISP.
           MOVE WS-PAR-SLOT TO WS-COUNT-DISP.
           MOVE WS-EXIT-CODE TO WS-EXIT-DISP.
           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "D='" FUNCTION TRIM(WS-PAR-DIR) "'; "
               "I=" FUNCTION TRIM(WS-COUNT-DISP) "; "
               "B=$( { base64 < ""$D/sout_$I""; } 2>/dev/null "
               "| tr -d '\n'); "
               "printf '%s\t%s\t%s\t%s\t%s\n' "
               FUNCTION TRIM(WS-SWEEP-ROW-DISP) " '"
               FUNCTION TRIM(WS-PAR-KEY(WS-PAR-SLOT)) "' "
               FUNCTION TRIM(WS-EXIT-DISP) " "
               """$(cat ""$D/dur_$I"" 2>/dev/null || echo 0)"" "
               """${B:--}"" >> "
               FUNCTION TRIM(WS-SWEEP-CKPT-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       SWEEP-WRITE-CSV.
      * Join this run's rows (in cases-file order) to their journaled
      * results and render the CSV: row, the three parameters, exit,
      * duration and the stdout - or the --line/--field picked from
      * it. Fields are quoted with embedded quotes doubled, so a
      * multi-line stdout stays one CSV field
           MOVE SPACES TO WS-CURL-CMD.
           STRING "D='" FUNCTION TRIM(WS-PAR-DIR) "'; "
               "CSV='" FUNCTION TRIM(WS-SWEEP-CSV) "'; "
               "SEL='" FUNCTION TRIM(WS-SWEEP-SEL-LINE) "'; "
               "FLD='" FUNCTION TRIM(WS-SWEEP-SEL-FIELD) "'; "
               "SEP='" FUNCTION TRIM(WS-SWEEP-SEP) "'; "
               "TAB=$(printf '\t'); "
               "q() { printf '""%s""' ""$(printf '%s' ""$1"" | "
               "sed 's/""/""""/g')""; }; "
               "pick() { awk -v l=""$SEL"" -v f=""$FLD"" "
               "-v s=""$SEP"" '{ a[NR] = $0 } END { "
               "if (l == """" && f == """") { "
               "for (i = 1; i <= NR; i++) "
               "printf ""%s%s"", a[i], (i < NR ? ""\n"" : """"); "
               "exit } "
               "n = (l == ""last"") ? NR : (l == """" ? 1 : l + 0); "
               "x = a[n]; if (f != """") { "
               "if (s == """") split(x, p); else split(x, p, s); "
               "x = p[f + 0] } printf ""%s"", x }'; }; "
               "H=stdout; [ -n ""$SEL$FLD"" ] && H=output; "
               "[ -f ""$D/rows"" ] || : > ""$D/rows""; "
               "awk -F'\t' -v OFS='\t' 'FNR == NR { "
               "k[$1 ""\t"" $2] = $3 ""\t"" $4 ""\t"" $5; next } "
               "($1 ""\t"" $2) in k { print $0, k[$1 ""\t"" $2] }' "
               FUNCTION TRIM(WS-SWEEP-CKPT-PATH) " ""$D/rows"" "
               "> ""$D/join""; "
               "{ echo ""row,argv,stdin,files,exit,duration_s,$H""; "
               "while IFS=""$TAB"" read -r R K A S F X T B; do "
               "[ ""$A"" = - ] && A=''; [ ""$S"" = - ] && S=''; "
               "[ ""$F"" = - ] && F=''; V=''; "
               "[ ""$B"" = - ] || "
               "V=$(printf '%s' ""$B"" | base64 -d | pick); "
               "printf '%s,%s,%s,%s,%s,%s,%s\n' ""$R"" ""$(q ""$A"")"" "
               """$(q ""$S"")"" ""$(q ""$F"")"" ""$X"" ""$T"" "
               """$(q ""$V"")""; "
               "done < ""$D/join""; } > ""$CSV.tmp"" && "
               "mv ""$CSV.tmp"" ""$CSV"" && "
               "echo ""Sweep results: $(wc -l < ""$D/join"" "
               "| tr -d ' ') row(s) written to $CSV"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-SESSION.
      * Get API key
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM TRACE-RESOLVE.
           PERFORM RESOLVE-SCAN-POLICY.

      * Parse session arguments (simplified)
      * For full implementation, would need to parse multiple args
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.

           IF WS-ARG2 = "-l" OR WS-ARG2 = "--list"
               PERFORM PARSE-SESSION-LIST-ARGS
               PERFORM SESSION-LIST
           ELSE IF WS-ARG2 = "--kill"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SESSION-KILL
           ELSE IF WS-ARG2 = "--reap"
               PERFORM SESSION-REAP
           ELSE IF WS-ARG2 = "--attach"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               MOVE "Y" TO WS-RECORD-FLAG
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
               IF WS-ARG3 = "--no-record"
                   MOVE "N" TO WS-RECORD-FLAG
               END-IF
               PERFORM SESSION-ATTACH
           ELSE IF WS-ARG2 = "--transcript"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SESSION-TRANSCRIPT
           ELSE IF WS-ARG2 = "--exec"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
      * @pool leases a warm session from the managed pool instead
      * of addressing one by id
               IF WS-ID = "@pool"
                   PERFORM POOL-LEASE
               END-IF
               PERFORM SESSION-EXEC
           ELSE IF WS-ARG2 = "--put"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               ACCEPT WS-LOCAL-PATH FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-LOCAL-PATH
               END-ACCEPT
               ACCEPT WS-REMOTE-PATH FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-REMOTE-PATH
               END-ACCEPT
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
               IF WS-ARG3 = "--allow-secrets"
                   MOVE "Y" TO WS-SCAN-OVERRIDE
               END-IF
               PERFORM SESSION-PUT
           ELSE IF WS-ARG2 = "--get"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               ACCEPT WS-REMOTE-PATH FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-REMOTE-PATH
               END-ACCEPT
               ACCEPT WS-LOCAL-PATH FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-LOCAL-PATH
               END-ACCEPT
               PERFORM SESSION-GET
           ELSE IF WS-ARG2 = "--save-template"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               ACCEPT WS-TPL-NAME FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-TPL-NAME
               END-ACCEPT
               MOVE SPACES TO WS-TPL-INSTALL
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
               PERFORM UNTIL WS-ARG3 = SPACES
                   IF WS-ARG3 = "--install"
                       ACCEPT WS-TPL-INSTALL FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-TPL-INSTALL
                       END-ACCEPT
                   END-IF
                   IF WS-ARG3 = "--allow-secrets"
                       MOVE "Y" TO WS-SCAN-OVERRIDE
                   END-IF
                   ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-ARG3
                   END-ACCEPT
               END-PERFORM
               PERFORM SESSION-SAVE-TEMPLATE
           ELSE IF WS-ARG2 = "--templates"
               PERFORM SESSION-TEMPLATE-LIST
           ELSE
               PERFORM PARSE-SESSION-CREATE-ARGS
               PERFORM SESSION-CREATE
           END-IF.

       HANDLE-SERVICE.
      * Get API key
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM TRACE-RESOLVE.
           PERFORM RESOLVE-SCAN-POLICY.

      * Initialize service parameters
           MOVE SPACES TO WS-NAME.
           MOVE SPACES TO WS-PORTS.
           MOVE SPACES TO WS-DOMAINS.
           MOVE SPACES TO WS-SERVICE-TYPE.
           MOVE SPACES TO WS-BOOTSTRAP.
           MOVE SPACES TO WS-BOOTSTRAP-FILE.
           MOVE SPACES TO WS-SVC-ENVS.
           MOVE SPACES TO WS-SVC-ENV-FILE.
           MOVE SPACES TO WS-ENV-ACTION.
           MOVE SPACES TO WS-ENV-TARGET.

      * Parse service arguments
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.

           IF WS-ARG2 = "-l" OR WS-ARG2 = "--list"
               PERFORM PARSE-SERVICE-LIST-ARGS
               PERFORM SERVICE-LIST
           ELSE IF WS-ARG2 = "deploy"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               ACCEPT WS-PROJECT-DIR FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-PROJECT-DIR
               END-ACCEPT
               PERFORM PARSE-SERVICE-DEPLOY-ARGS
               PERFORM SERVICE-DEPLOY
           ELSE IF WS-ARG2 = "rollback"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM PARSE-SERVICE-DEPLOY-ARGS
               PERFORM SERVICE-ROLLBACK
           ELSE IF WS-ARG2 = "env"
               ACCEPT WS-ENV-ACTION FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ENV-ACTION
               END-ACCEPT
               ACCEPT WS-ENV-TARGET FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ENV-TARGET
               END-ACCEPT
               IF WS-ENV-ACTION = "promote"
                   PERFORM SERVICE-ENV-PROMOTE
               ELSE
                   IF WS-ENV-ACTION = "audit"
                       PERFORM SERVICE-ENV-AUDIT
                   ELSE
                       PERFORM PARSE-SERVICE-ENV-ARGS
                       PERFORM SERVICE-ENV
                   END-IF
               END-IF
           ELSE IF WS-ARG2 = "--info"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SERVICE-INFO
           ELSE IF WS-ARG2 = "--logs"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SERVICE-LOGS
           ELSE IF WS-ARG2 = "--logs-collect"
               PERFORM PARSE-SERVICE-LOGS-ARGS
               PERFORM SERVICE-LOGS-COLLECT
           ELSE IF WS-ARG2 = "--logs-search"
               PERFORM PARSE-SERVICE-LOGS-ARGS
               PERFORM SERVICE-LOGS-SEARCH
           ELSE IF WS-ARG2 = "--freeze"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SERVICE-SLEEP
           ELSE IF WS-ARG2 = "--unfreeze"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SERVICE-WAKE
           ELSE IF WS-ARG2 = "--destroy"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SERVICE-DESTROY
           ELSE IF WS-ARG2 = "--dump-bootstrap"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM SERVICE-DUMP-BOOTSTRAP
           ELSE IF WS-ARG2 = "--export"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               ACCEPT WS-LOCAL-PATH FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-LOCAL-PATH
               END-ACCEPT
               PERFORM SERVICE-EXPORT
           ELSE IF WS-ARG2 = "--apply"
               ACCEPT WS-LOCAL-PATH FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-LOCAL-PATH
               END-ACCEPT
               PERFORM SERVICE-APPLY
           ELSE IF WS-ARG2 = "--drift"
               PERFORM PARSE-SERVICE-DRIFT-ARGS
               PERFORM SERVICE-DRIFT
           ELSE IF WS-ARG2 = "--resize"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM PARSE-SERVICE-RESIZE-ARGS
               PERFORM SERVICE-RESIZE
           ELSE IF WS-ARG2 = "--metrics"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM PARSE-SERVICE-METRICS-ARGS
               IF WS-METRICS-REPORT = "Y"
                   PERFORM SERVICE-METRICS-REPORT
               ELSE
                   PERFORM SERVICE-METRICS-COLLECT
               END-IF
           ELSE IF WS-ARG2 = "--watch"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM PARSE-SERVICE-WATCH-ARGS
               PERFORM SERVICE-WATCH
           ELSE IF WS-ARG2 = "--autoscale"
               ACCEPT WS-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ID
               END-ACCEPT
               PERFORM PARSE-SERVICE-AUTOSCALE-ARGS
               PERFORM SERVICE-AUTOSCALE
           ELSE IF WS-ARG2 = "--each"
               PERFORM SERVICE-EACH
           ELSE IF WS-ARG2 = "--name"
               ACCEPT WS-NAME FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-NAME
               END-ACCEPT
               PERFORM PARSE-SERVICE-CREATE-ARGS
               PERFORM SERVICE-CREATE
           ELSE
               DISPLAY "Error: Use --list, --info, --logs, "
                   "--logs-collect, --logs-search, "
                   "--freeze, --unfreeze, --destroy, --resize, "
                   "--autoscale, --dump-bootstrap, env, or --name"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF.

       DETECT-LANGUAGE.
      * Find last dot in filename
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILENAME)) TO WS-LEN.
           MOVE 0 TO WS-DOT-POS.
           PERFORM VARYING WS-I FROM WS-LEN BY -1
               UNTIL WS-I < 1 OR WS-DOT-POS > 0
               IF WS-FILENAME(WS-I:1) = "."
                   MOVE WS-I TO WS-DOT-POS
               END-IF
           END-PERFORM.

           IF WS-DOT-POS = 0
               MOVE SPACES TO WS-EXTENSION
               MOVE "unknown" TO WS-LANGUAGE
           ELSE
               COMPUTE WS-I = WS-LEN - WS-DOT-POS + 1
               MOVE WS-FILENAME(WS-DOT-POS:WS-I) TO WS-EXTENSION

               EVALUATE WS-EXTENSION
                   WHEN ".jl"     MOVE "julia"      TO WS-LANGUAGE
                   WHEN ".r"      MOVE "r"          TO WS-LANGUAGE
                   WHEN ".cr"     MOVE "crystal"    TO WS-LANGUAGE
                   WHEN ".f90"    MOVE "fortran"    TO WS-LANGUAGE
                   WHEN ".cob"    MOVE "cobol"      TO WS-LANGUAGE
                   WHEN ".pro"    MOVE "prolog"     TO WS-LANGUAGE
                   WHEN ".forth"  MOVE "forth"      TO WS-LANGUAGE
                   WHEN ".4th"    MOVE "forth"      TO WS-LANGUAGE
                   WHEN ".py"     MOVE "python"     TO WS-LANGUAGE
                   WHEN ".js"     MOVE "javascript" TO WS-LANGUAGE
                   WHEN ".rb"     MOVE "ruby"       TO WS-LANGUAGE
                   WHEN ".go"     MOVE "go"         TO WS-LANGUAGE
                   WHEN ".rs"     MOVE "rust"       TO WS-LANGUAGE
                   WHEN ".c"      MOVE "c"          TO WS-LANGUAGE
                   WHEN ".cpp"    MOVE "cpp"        TO WS-LANGUAGE
                   WHEN ".java"   MOVE "java"       TO WS-LANGUAGE
                   WHEN ".sh"     MOVE "bash"       TO WS-LANGUAGE
                   WHEN OTHER     MOVE "unknown"    TO WS-LANGUAGE
               END-EVALUATE
           END-IF.

           IF WS-LANGUAGE = "unknown"
               PERFORM DETECT-LANGUAGE-FROM-SHEBANG
           END-IF.

           IF WS-LANGUAGE = "unknown"
               PERFORM DETECT-LANGUAGE-FROM-CACHE
           END-IF.

       DETECT-LANGUAGE-FROM-CACHE.
      * Last resort before giving up: consult the locally cached
      * extension map (un.cob languages --refresh) so new runtimes the
      * API adds don't require a hand-edit of the EVALUATE table
      * above. Blanked first so the tail of a longer earlier command
      * (batch journaling runs right before detection) can't ride
      * into the lookup shell or mangle its redirect target
           MOVE SPACES TO WS-CURL-CMD.
           STRING "grep -h '^" FUNCTION TRIM(WS-EXTENSION) "=' "
               FUNCTION TRIM(WS-LANG-CACHE-PATH)
               " 2>/dev/null | tail -1 | cut -d= -f2- > "
               FUNCTION TRIM(WS-LANG-LOOKUP-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

           OPEN INPUT LANG-LOOKUP-FILE.
           READ LANG-LOOKUP-FILE
               AT END CONTINUE
               NOT AT END
                   IF LANG-LOOKUP-LINE NOT = SPACES
                       MOVE LANG-LOOKUP-LINE TO WS-LANGUAGE
                   END-IF
           END-READ.
           CLOSE LANG-LOOKUP-FILE.

       DETECT-LANGUAGE-FROM-SHEBANG.
      * Extension didn't match anything; peek at the first line for a
      * #!/usr/bin/env-style interpreter hint before giving up
           MOVE SPACES TO WS-SHEBANG-LINE.
           OPEN INPUT SOURCE-FILE.
           READ SOURCE-FILE
               AT END CONTINUE
               NOT AT END MOVE SOURCE-LINE TO WS-SHEBANG-LINE
           END-READ.
           CLOSE SOURCE-FILE.

           IF WS-SHEBANG-LINE(1:2) = "#!"
               PERFORM SPLIT-INTERPRETER-FROM-SHEBANG
               PERFORM MATCH-INTERPRETER-NAME
           END-IF.

       SPLIT-INTERPRETER-FROM-SHEBANG.
      * Take the token after the last "/" (handles both
      * #!/usr/bin/python3 and #!/usr/bin/env python3 forms), then if
      * that leaves an env-style "env python3" take the last word
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SHEBANG-LINE))
               TO WS-LEN.
           MOVE 0 TO WS-SLASH-POS.
           PERFORM VARYING WS-I FROM WS-LEN BY -1
               UNTIL WS-I < 1 OR WS-SLASH-POS > 0
               IF WS-SHEBANG-LINE(WS-I:1) = "/"
                   MOVE WS-I TO WS-SLASH-POS
               END-IF
           END-PERFORM.

           IF WS-SLASH-POS = 0
               MOVE FUNCTION TRIM(WS-SHEBANG-LINE) TO WS-INTERP
           ELSE
               COMPUTE WS-J = WS-LEN - WS-SLASH-POS
               MOVE WS-SHEBANG-LINE(WS-SLASH-POS + 1:WS-J)
                   TO WS-INTERP
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INTERP)) TO WS-LEN.
           MOVE 0 TO WS-SPACE-POS.
           PERFORM VARYING WS-I FROM WS-LEN BY -1
               UNTIL WS-I < 1 OR WS-SPACE-POS > 0
               IF WS-INTERP(WS-I:1) = SPACE
                   MOVE WS-I TO WS-SPACE-POS
               END-IF
           END-PERFORM.

           IF WS-SPACE-POS > 0
               COMPUTE WS-J = WS-LEN - WS-SPACE-POS
               MOVE WS-INTERP(WS-SPACE-POS + 1:WS-J) TO WS-INTERP
           END-IF.

      * Strip a trailing version, e.g. python3 -> python and
      * python3.11 -> python; digits and dots both fall away so a
      * multi-part version number doesn't stop the scan early
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INTERP)) TO WS-LEN.
           PERFORM VARYING WS-LEN FROM WS-LEN BY -1
               UNTIL WS-LEN < 1
                   OR (WS-INTERP(WS-LEN:1) NOT NUMERIC
                       AND WS-INTERP(WS-LEN:1) NOT = ".")
               CONTINUE
           END-PERFORM.
           IF WS-LEN > 0
               MOVE WS-INTERP(1:WS-LEN) TO WS-INTERP
           END-IF.

       MATCH-INTERPRETER-NAME.
           EVALUATE FUNCTION TRIM(WS-INTERP)
               WHEN "python"  MOVE "python"     TO WS-LANGUAGE
               WHEN "ruby"    MOVE "ruby"       TO WS-LANGUAGE
               WHEN "node"    MOVE "javascript" TO WS-LANGUAGE
               WHEN "bash"    MOVE "bash"       TO WS-LANGUAGE
               WHEN "sh"      MOVE "bash"       TO WS-LANGUAGE
               WHEN "perl"    MOVE "perl"       TO WS-LANGUAGE
               WHEN "php"     MOVE "php"        TO WS-LANGUAGE
               WHEN "lua"     MOVE "lua"        TO WS-LANGUAGE
               WHEN OTHER     CONTINUE
           END-EVALUATE.

       MAKE-EXECUTE-REQUEST.
      * --stream trades the buffered response for live delivery;
      * --artifacts needs the buffered file-carrying response, so it
      * quietly wins when both were given
           IF WS-STREAM-FLAG = "Y" AND WS-ARTIFACTS-DIR = SPACES
               MOVE "remote" TO WS-EXEC-ORIGIN
               PERFORM MAKE-EXECUTE-STREAM-REQUEST
           ELSE
               PERFORM BUILD-EXECUTE-COMMAND

      * The pipeline exits with the executed program's own exit_code
      * from the response (masked to 0-255, with a signal-style
      * negative wrapping the way a shell would), so RETURN-CODE and
      * the PASS/FAIL decision in BATCH-RUN-ONE reflect the remote
      * result instead of mere transport success
               CALL "SYSTEM" USING WS-CURL-CMD
                   RETURNING WS-EXIT-CODE
               PERFORM DECODE-SYSTEM-STATUS
           END-IF.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       MAKE-EXECUTE-STREAM-REQUEST.
      * Live run: the same signed body (plus a stream:true marker)
      * goes to /execute/stream, whose response is a line of NDJSON
      * per event instead of one buffered document. An awk filter
      * prints stdout/stderr data the moment each event arrives -
      * or appends it to the --out/--err capture files byte-exact,
      * matching the buffered path - and the final exit_code event
      * becomes the pipeline's exit status. A server without the
      * stream endpoint (or an unreachable one) never produces an
      * event, which drops a marker file and falls back to the
      * normal buffered request so nothing is lost but the liveness.
      * The filter also keeps a copy of both streams for the run's
      * retained-output archive
           PERFORM RESOLVE-SIGNING-KEYS.
           PERFORM NEW-RUN-ID.
           PERFORM APPEND-CLOCK-SKEW-PROBE.
           PERFORM APPEND-EXECUTE-BODY-BUILD.
           PERFORM APPEND-BODY-OPTION-FOLDS.
           PERFORM APPEND-STREAM-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

      * $PPID inside a CALL "SYSTEM" shell is this process, so the
      * marker name is stable across the two calls here
           MOVE SPACES TO WS-CURL-CMD.
           STRING "M=/tmp/unsandbox_nostream.$PPID; "
               "if [ -f ""$M"" ]; then echo Y; rm -f ""$M""; "
               "else echo N; fi > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.

           IF WS-CONFIG-VALUE(1:1) = "Y"
               DISPLAY "stream endpoint unavailable - falling back "
                   "to the buffered run" UPON SYSERR
               PERFORM BUILD-EXECUTE-COMMAND
               CALL "SYSTEM" USING WS-CURL-CMD
                   RETURNING WS-EXIT-CODE
               PERFORM DECODE-SYSTEM-STATUS
           END-IF.

       APPEND-STREAM-CALL.
      * No --max-time on the transfer: the whole point is staying
      * attached to a long run, and the server's own timeout field
      * already bounds it. The awk walks each event object with a
      * tiny top-level JSON field scanner (escape-aware), so quotes
      * or braces inside program output can never confuse it
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "BODY=""${BODY%?},\""stream\"":true}""; "
               "SIG=$(echo -n ""$TS:POST:/execute/stream:$BODY"" | "
               "openssl dgst -sha256 -hmac '"
               FUNCTION TRIM(WS-SECRET-KEY)
               "' | cut -d' ' -f2); "
               "SFX=/tmp/unsandbox_stream.$PPID; "
               "rm -f ""$SFX.rc"" ""$SFX.ok"" "
               "/tmp/unsandbox_nostream.$PPID; "
               "OUTDEST='" FUNCTION TRIM(WS-OUT-FILE) "'; "
               "ERRDEST='" FUNCTION TRIM(WS-ERR-FILE) "'; "
               "[ -n ""$OUTDEST"" ] && : > ""$OUTDEST""; "
               "[ -n ""$ERRDEST"" ] && : > ""$ERRDEST""; "
               "SRID='" FUNCTION TRIM(WS-RUN-ID) "'; "
               "CAPO=''; CAPE=''; if [ -n ""$SRID"" ]; then "
               "CAPO=""$SFX.o""; CAPE=""$SFX.e""; "
               ": > ""$CAPO""; : > ""$CAPE""; fi; "
               "sh /tmp/unsandbox_api.sh "
               "-sN --connect-timeout 10 -X POST "
               "unsandbox:/execute/stream "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-PUBLIC-KEY) "' "
               "-H 'X-Timestamp: '$TS "
               "-H 'X-Signature: '$SIG "
               "--data-binary ""$BODY"" | "
               "awk -v outdest=""$OUTDEST"" -v errdest=""$ERRDEST"" "
               "-v capo=""$CAPO"" -v cape=""$CAPE"" "
               "-v rcf=""$SFX.rc"" -v okf=""$SFX.ok"" '"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-STREAM-AWK.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "'; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
      * The stream transfer has no captured HTTP status, but the
      * interaction still belongs in the trace
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/execute/stream" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-CALL.
           PERFORM APPEND-RUN-ARCHIVE-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ! -f ""$SFX.ok"" ]; then "
               ": > /tmp/unsandbox_nostream.$PPID; "
               "rm -f ""$SFX.rc"" ""$SFX.o"" ""$SFX.e""; exit 1; fi; "
               "RC=$(cat ""$SFX.rc"" 2>/dev/null); "
               "rm -f ""$SFX.rc"" ""$SFX.ok""; "
               "case ""$RC"" in ''|null) RC=0;; "
               "*[!0-9-]*) RC=1;; esac; "
               "uarch ""$SRID"" '" FUNCTION TRIM(WS-FILENAME) "' "
               "'" FUNCTION TRIM(WS-LANGUAGE) "' remote ""$RC"" "
               """$SFX.o"" ""$SFX.e""; "
               "rm -f ""$SFX.o"" ""$SFX.e""; "
               "exit $((RC & 255))"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-STREAM-AWK.
      * The filter body: single-quoted in the shell, so it must not
      * itself contain a single quote anywhere
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "function hx(h,  v,i,c) { v=0; "
               "for (i=1; i<=length(h); i++) { "
               "c=tolower(substr(h,i,1)); "
               "v = v*16 + index(""0123456789abcdef"", c) - 1 } "
               "return v } "
               "function unesc(s,  r,i,c,d,n) { "
               "r=""""; n=length(s); i=1; "
               "while (i<=n) { c=substr(s,i,1); "
               "if (c==""\\"" && i<n) { d=substr(s,i+1,1); "
               "if (d==""n"") r=r ""\n""; "
               "else if (d==""t"") r=r ""\t""; "
               "else if (d==""r"") r=r ""\r""; "
               "else if (d==""u"") { "
               "r = r sprintf(""%c"", hx(substr(s,i+2,4))); i+=4 } "
               "else r=r d; "
               "i+=2 } else { r=r c; i++ } } return r } "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "{ split("""", val); key=""""; depth=0; "
               "n=length($0); i=1; "
               "while (i<=n) { c=substr($0,i,1); "
               "if (c==""\"""") { j=i+1; s=""""; "
               "while (j<=n) { d=substr($0,j,1); "
               "if (d==""\\"") { s=s d substr($0,j+1,1); "
               "j+=2; continue } "
               "if (d==""\"""") break; s=s d; j++ }; "
               "if (depth==1 && key=="""") key=s; "
               "else if (depth==1) { val[key]=s; key="""" }; "
               "i=j+1; continue }; "
               "if (c==""{"" || c==""["") { "
               "if (depth==1 && key!="""") key=""""; "
               "depth++; i++; continue }; "
               "if (c==""}"" || c==""]"") { depth--; i++; "
               "continue }; "
               "if (depth==1 && key!="""" && "
               "index(""-0123456789tfn"", c) > 0) { j=i; "
               "while (j<=n && "
               "index("",}] "", substr($0,j,1)) == 0) j++; "
               "val[key]=substr($0,i,j-i); key=""""; "
               "i=j; continue }; "
               "i++ }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if (val[""stream""]==""stdout"") { seen=1; "
               "if (capo!="""") "
               "printf ""%s"", unesc(val[""data""]) >> capo; "
               "if (outdest!="""") "
               "printf ""%s"", unesc(val[""data""]) >> outdest; "
               "else { printf ""%s"", unesc(val[""data""]); "
               "fflush() } }; "
               "if (val[""stream""]==""stderr"") { seen=1; "
               "if (cape!="""") "
               "printf ""%s"", unesc(val[""data""]) >> cape; "
               "if (errdest!="""") "
               "printf ""%s"", unesc(val[""data""]) >> errdest; "
               "else { printf ""%s"", unesc(val[""data""]) "
               "> ""/dev/stderr""; fflush(""/dev/stderr"") } }; "
               "if (""exit_code"" in val) { seen=1; "
               "print val[""exit_code""] > rcf } } "
               "END { if (seen) print ""ok"" > okf }"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       BUILD-EXECUTE-COMMAND.
      * Build (but do not fire) the complete signed execute pipeline
      * in WS-CURL-CMD; split out of MAKE-EXECUTE-REQUEST so the
      * parallel batch can write the built command to a wave job
      * script and run several of them concurrently. With the result
      * cache on, a fresh stored response for the same inputs is
      * replayed through the normal emit instead (origin "cache",
      * which the billing reports leave out), and a miss stores
      * what the API sends back for the next identical run. Either
      * way the emit archives the output under a fresh run id
           PERFORM RESOLVE-SIGNING-KEYS.
           PERFORM NEW-RUN-ID.
           MOVE "remote" TO WS-EXEC-ORIGIN.
           MOVE "M" TO WS-CACHE-STATE.
           MOVE SPACES TO WS-CACHE-KEY.
           PERFORM RESOLVE-CACHE-POLICY.
           IF WS-CACHE-ON = "Y"
               PERFORM CACHE-LOOKUP
           END-IF.

           IF WS-CACHE-STATE = "H"
               MOVE "cache" TO WS-EXEC-ORIGIN
               MOVE SPACES TO WS-CURL-CMD
               STRING "cp ~/.unsandbox/cache/"
                   FUNCTION TRIM(WS-CACHE-KEY)
                   "/resp.json /tmp/unsandbox_resp_$$.json "
                   "|| exit 1; "
                   "[ -t 2 ] && echo 'un.cob: result replayed from "
                   "cache (" WS-CACHE-KEY(1:12) ")' >&2; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               IF WS-CACHE-SIN NOT = SPACES
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "rm -f '" FUNCTION TRIM(WS-CACHE-SIN) "'; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               END-IF
               PERFORM APPEND-EXECUTE-RESPONSE-EMIT
               EXIT PARAGRAPH
           END-IF.

      * Build curl command using shell with HMAC signature
           PERFORM APPEND-CLOCK-SKEW-PROBE.
           PERFORM APPEND-EXECUTE-BODY-BUILD.

           MOVE "/execute" TO WS-API-PATH.
           PERFORM APPEND-SIGNED-POST-CALL.
           IF WS-CACHE-KEY NOT = SPACES
               PERFORM APPEND-CACHE-STORE
           END-IF.
           PERFORM APPEND-EXECUTE-RESPONSE-EMIT.

       RESOLVE-CACHE-POLICY.
      * --cache/--no-cache decide outright; otherwise RESULT_CACHE in
      * the config turns the cache on. Resolved once per process,
      * before any command is built, since the config reads reuse
      * the command buffer
           IF WS-CACHE-RESOLVED = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CACHE-RESOLVED.
           IF WS-CACHE-FLAG = SPACE
               MOVE "RESULT_CACHE" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               IF WS-CONFIG-VALUE(1:1) = "Y" OR "y"
                   OR FUNCTION TRIM(WS-CONFIG-VALUE) = "1"
                   OR FUNCTION TRIM(WS-CONFIG-VALUE) = "on"
                   MOVE "Y" TO WS-CACHE-ON
               END-IF
           ELSE
               MOVE WS-CACHE-FLAG TO WS-CACHE-ON
           END-IF.
           MOVE "RESULT_CACHE_TTL_HOURS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-CACHE-TTL.
           IF WS-CACHE-TTL = SPACES
               MOVE "168" TO WS-CACHE-TTL
           END-IF.

       CACHE-LOOKUP.
      * The key is a sha256 over everything that decides what a run
      * prints: language, pinned version (an unpinned run keys as
      * "default"), argv, timeout, the artifacts and requirements
      * requests, the source, program stdin and every -f file by
      * name and content. Piped stdin can only be read once, so it
      * is captured here and handed to the body build as the stdin
      * file (which removes it after use). Leaves H or M, the key
      * and any captured stdin path in WS-CACHE-STATE/-KEY/-SIN; an
      * entry older than the TTL is dropped and counts as a miss
           MOVE SPACES TO WS-CACHE-SIN.
           MOVE SPACES TO WS-CURL-CMD.
           IF WS-STDIN-FILE = SPACES
               STRING "SI=''; if [ ! -t 0 ]; then "
                   "SI=/tmp/unsandbox_stdin_c$PPID; "
                   "cat > ""$SI""; fi; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING "SI='" FUNCTION TRIM(WS-STDIN-FILE) "'; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           IF WS-ARTIFACTS-DIR = SPACES
               MOVE "N" TO WS-CACHE-ART
           ELSE
               MOVE "Y" TO WS-CACHE-ART
           END-IF.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SCR=" FUNCTION TRIM(WS-CONFIG-VALUE-PATH) "; "
               "TTL='" FUNCTION TRIM(WS-CACHE-TTL) "'; "
               "case ""$TTL"" in ''|*[!0-9]*) TTL=168;; esac; "
               "V='" FUNCTION TRIM(WS-LANG-VERSION) "'; "
               "REQS='" FUNCTION TRIM(WS-REQUIREMENTS-FILE) "'; "
               "FILELIST='" FUNCTION TRIM(WS-INPUT-FILES) "'; "
               "K=$( { printf 'lang=%s\nver=%s\nargv=%s\n"
               "timeout=%s\nart=%s\n' '"
               FUNCTION TRIM(WS-LANGUAGE) "' ""${V:-default}"" '"
               FUNCTION TRIM(WS-PROGRAM-ARGS) "' '"
               FUNCTION TRIM(WS-TIMEOUT-SECS) "' '"
               WS-CACHE-ART "'; "
               "printf 'src='; cat '" FUNCTION TRIM(WS-FILENAME)
               "' 2>/dev/null | sha256sum; "
               "printf 'stdin='; if [ -n ""$SI"" ]; then "
               "cat ""$SI"" 2>/dev/null | sha256sum; "
               "else echo -; fi; "
               "if [ -n ""$REQS"" ]; then printf 'req='; "
               "cat ""$REQS"" 2>/dev/null | sha256sum; fi; "
               "OLDIFS=""$IFS""; IFS=','; "
               "for f in $FILELIST; do IFS=""$OLDIFS""; "
               "printf 'f=%s ' ""$(basename ""$f"")""; "
               "cat ""$f"" 2>/dev/null | sha256sum; IFS=','; "
               "done; IFS=""$OLDIFS""; } | "
               "sha256sum 2>/dev/null | cut -c1-64); "
               "ST=M; CD=~/.unsandbox/cache/$K; "
               "if [ -n ""$K"" ] && [ -s ""$CD/resp.json"" ]; then "
               "ST=H; if [ ""$TTL"" -gt 0 ] && [ -n ""$(find "
               """$CD/resp.json"" -mmin +$((TTL * 60)) "
               "2>/dev/null)"" ]; then rm -rf ""$CD""; ST=M; fi; "
               "fi; "
               "echo ""$ST ${K:--} $SI"" > ""$SCR"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           UNSTRING WS-CONFIG-VALUE DELIMITED BY ALL SPACE
               INTO WS-CACHE-STATE WS-CACHE-KEY WS-CACHE-SIN
           END-UNSTRING.
           IF WS-CACHE-KEY = "-"
               MOVE SPACES TO WS-CACHE-KEY
               MOVE "M" TO WS-CACHE-STATE
           END-IF.
           IF WS-CACHE-STATE NOT = "H"
               MOVE "M" TO WS-CACHE-STATE
           END-IF.
           IF WS-CACHE-SIN NOT = SPACES
               MOVE WS-CACHE-SIN TO WS-STDIN-FILE
           END-IF.

       APPEND-CACHE-STORE.
      * Keep a successfully served response (whatever exit code the
      * program itself returned) for the next identical run, copied
      * into place atomically so a concurrent wave job never reads
      * half an entry; meta records what produced it for cache list
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "CKEY='" FUNCTION TRIM(WS-CACHE-KEY) "'; "
               "if [ ""$HTTP"" = 200 ] && "
               "[ -s /tmp/unsandbox_resp_$$.json ]; then "
               "CD=~/.unsandbox/cache/$CKEY; mkdir -p ""$CD"" && "
               "cp /tmp/unsandbox_resp_$$.json ""$CD/resp.json.$$"" "
               "&& mv ""$CD/resp.json.$$"" ""$CD/resp.json"" && "
               "printf 'file=%s\nlanguage=%s\nversion=%s\n"
               "stored=%s\n' '" FUNCTION TRIM(WS-FILENAME) "' '"
               FUNCTION TRIM(WS-LANGUAGE) "' '"
               FUNCTION TRIM(WS-LANG-VERSION) "' "
               """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" > ""$CD/meta""; "
               "fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-EXECUTE-BODY-BUILD.
      * Program stdin: an explicit --stdin file wins, otherwise
      * capture whatever is piped into un.cob itself
           IF WS-STDIN-FILE NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "STDINFILE='" FUNCTION TRIM(WS-STDIN-FILE) "'; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "STDINFILE=''; "
                   "if [ ! -t 0 ]; then "
                   "STDINFILE=/tmp/unsandbox_stdin_$$; "
                   "cat > ""$STDINFILE""; fi; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

      * Source, stdin and requirements are scanned before any of
      * them is read into the body
           MOVE SPACES TO WS-SCAN-TARGETS.
           STRING "'" FUNCTION TRIM(WS-FILENAME) "' ""$STDINFILE"" '"
               FUNCTION TRIM(WS-REQUIREMENTS-FILE) "'"
               DELIMITED BY SIZE INTO WS-SCAN-TARGETS
           END-STRING.
           PERFORM APPEND-SECRET-SCAN.

      * Program argv (after a bare --) is percent-encoded per-value by
      * PERCENT-ENCODE-ARG before being comma-joined, so a value that
      * itself contains a comma round-trips correctly; the loop below
      * splits on the comma and then undoes that encoding. The body
      * is assembled with the embedded awk JSON helpers (str/strline
      * produce the quoted-and-escaped pieces), so no jq is needed
      * anywhere on the execute path
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "ARGVCSV='" FUNCTION TRIM(WS-PROGRAM-ARGS) "'; "
               "TIMEOUTSECS='" FUNCTION TRIM(WS-TIMEOUT-SECS) "'; "
               "STDINSRC=""$STDINFILE""; "
               "[ -z ""$STDINSRC"" ] && STDINSRC=/dev/null; "
               "UJ=/tmp/unsandbox_json.awk; "
               "CJ=$(awk -v mode=str -v file='"
               FUNCTION TRIM(WS-FILENAME)
               "' -f ""$UJ"" < /dev/null); "
               "BODY=""{\""language\"":\"""
               FUNCTION TRIM(WS-LANGUAGE)
               "\"",\""code\"":$CJ""; "
               "if [ -s ""$STDINSRC"" ]; then "
               "SJ=$(awk -v mode=str -v file=""$STDINSRC"" "
               "-f ""$UJ"" < /dev/null); "
               "BODY=""$BODY,\""stdin\"":$SJ""; fi; "
               "if [ -n ""$ARGVCSV"" ]; then "
               "AB=''; OLDIFS=""$IFS""; IFS=','; "
               "for T in $ARGVCSV; do IFS=""$OLDIFS""; "
               "TV=$(printf '%s' ""$T"" | "
               "sed 's/%2C/,/g; s/%25/%/g'); "
               "TJ=$(printf '%s' ""$TV"" | "
               "awk -v mode=strline -f ""$UJ""); "
               "[ -n ""$AB"" ] && AB=""$AB,""; "
               "AB=""$AB$TJ""; IFS=','; done; IFS=""$OLDIFS""; "
               "BODY=""$BODY,\""args\"":[$AB]""; fi; "
               "if [ -n ""$TIMEOUTSECS"" ]; then "
               "case ""$TIMEOUTSECS"" in *[!0-9]*) "
               "echo 'Error: --timeout must be numeric' >&2; "
               "exit 1;; *) "
               "BODY=""$BODY,\""timeout\"":$TIMEOUTSECS"";; "
               "esac; fi; "
               "BODY=""$BODY}""; "
               "HSRC=$(sha256sum < '" FUNCTION TRIM(WS-FILENAME)
               "' 2>/dev/null | cut -c1-64); "
               "HIN=$({ printf 'argv=%s\n' '"
               FUNCTION TRIM(WS-PROGRAM-ARGS) "'; "
               "[ -n ""$STDINFILE"" ] && cat ""$STDINFILE"" "
               "2>/dev/null; } | sha256sum | cut -c1-64); "
               "case ""$STDINFILE"" in "
               "/tmp/unsandbox_stdin_*) rm -f ""$STDINFILE"";; esac; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           PERFORM APPEND-INPUT-FILES-FOLD.

       APPEND-INPUT-FILES-FOLD.
      * Any -f staged files ride along as the same input_files array
      * session create embeds, so a one-shot script (or a project
      * archive) can carry its lookup tables and fixtures without
      * needing a session; appends nothing when no -f was given
           IF WS-INPUT-FILES NOT = SPACES
               PERFORM APPEND-INPUT-FILES-BUILD
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "BODY=""${BODY%?},\""input_files\"":"
                   "[$INPUT_FILES]}""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

       MAKE-PROJECT-REQUEST.
      * Same signed-request shape as MAKE-EXECUTE-REQUEST, but the
      * body carries the whole --entrypoint dir as a tar/base64
      * archive under "project" instead of a single file under "code"
           PERFORM RESOLVE-SIGNING-KEYS.

           PERFORM APPEND-CLOCK-SKEW-PROBE.

      * Tar the directory and base64-encode it into a scratch file
      * for the JSON-string helper to slurp, the same way the code
      * field is built in APPEND-EXECUTE-BODY-BUILD
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PROJDIR='" FUNCTION TRIM(WS-PROJECT-DIR) "'; "
               "if [ ! -d ""$PROJDIR"" ]; then "
               "echo 'Error: not a directory: '""$PROJDIR"" >&2; "
               "exit 1; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE """$PROJDIR""" TO WS-SCAN-TARGETS.
           PERFORM APPEND-SECRET-SCAN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PROJFILE=/tmp/unsandbox_project_$$.b64; "
               "tar -C ""$PROJDIR"" -czf - . | base64 -w0 "
               "> ""$PROJFILE""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "ENTRYPOINT='" FUNCTION TRIM(WS-ENTRYPOINT) "'; "
               "TIMEOUTSECS='" FUNCTION TRIM(WS-TIMEOUT-SECS) "'; "
               "UJ=/tmp/unsandbox_json.awk; "
               "PJ=$(awk -v mode=strline -v file=""$PROJFILE"" "
               "-f ""$UJ"" < /dev/null); "
               "BODY=""{\""language\"":\"""
               FUNCTION TRIM(WS-LANGUAGE)
               "\"",\""project\"":$PJ""; "
               "if [ -n ""$ENTRYPOINT"" ]; then "
               "EJ=$(printf '%s' ""$ENTRYPOINT"" | "
               "awk -v mode=strline -f ""$UJ""); "
               "BODY=""$BODY,\""entrypoint\"":$EJ""; fi; "
               "if [ -n ""$TIMEOUTSECS"" ]; then "
               "BODY=""$BODY,\""timeout\"":$TIMEOUTSECS""; fi; "
               "BODY=""$BODY}""; "
               "rm -f ""$PROJFILE""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           PERFORM APPEND-INPUT-FILES-FOLD.

           MOVE "/execute" TO WS-API-PATH.
           PERFORM APPEND-SIGNED-POST-CALL.
           PERFORM APPEND-EXECUTE-RESPONSE-EMIT.

      * The pipeline exits with the executed program's own exit_code
      * from the response (masked to 0-255, with a signal-style
      * negative wrapping the way a shell would), so RETURN-CODE and
      * the PASS/FAIL decision in BATCH-RUN-ONE reflect the remote
      * result instead of mere transport success
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       RESOLVE-SIGNING-KEYS.
      * Get public/secret keys, falling back to env, then config
      * file; a lone UNSANDBOX_API_KEY doubles as both halves for
      * keys issued before the pair split
           PERFORM ENSURE-JSON-LIB.
           IF WS-PROFILE = SPACES
               ACCEPT WS-PUBLIC-KEY
                   FROM ENVIRONMENT "UNSANDBOX_PUBLIC_KEY"
           ELSE
               MOVE SPACES TO WS-PUBLIC-KEY
           END-IF.
           IF WS-PUBLIC-KEY = SPACES
               MOVE "UNSANDBOX_PUBLIC_KEY" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-PUBLIC-KEY
           END-IF.

           IF WS-PUBLIC-KEY NOT = SPACES
               IF WS-PROFILE = SPACES
                   ACCEPT WS-SECRET-KEY
                       FROM ENVIRONMENT "UNSANDBOX_SECRET_KEY"
               ELSE
                   MOVE SPACES TO WS-SECRET-KEY
               END-IF
               IF WS-SECRET-KEY = SPACES
                   MOVE "UNSANDBOX_SECRET_KEY" TO WS-CONFIG-KEY-NAME
                   PERFORM READ-CONFIG-VALUE
                   MOVE WS-CONFIG-VALUE TO WS-SECRET-KEY
               END-IF
               IF WS-SECRET-KEY = SPACES
                   DISPLAY "Error: UNSANDBOX_SECRET_KEY not set"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM RESOLVE-API-KEY
               MOVE WS-API-KEY TO WS-PUBLIC-KEY
               IF WS-PUBLIC-KEY = SPACES
                   DISPLAY "Error: UNSANDBOX_PUBLIC_KEY/SECRET_KEY or "
                       "UNSANDBOX_API_KEY not set" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PUBLIC-KEY TO WS-SECRET-KEY
           END-IF.
           PERFORM TRACE-RESOLVE.
           PERFORM RESOLVE-SCAN-POLICY.

       APPEND-INPUT-FILES-BUILD.
      * Base64-embed each -f file into a shell INPUT_FILES variable
      * of {"filename","content"} objects, comma-joined; shared by
      * session create and the one-shot execute body. Appends nothing
      * when no -f was given so callers can run it unconditionally
           IF WS-INPUT-FILES NOT = SPACES
               MOVE """@$FILELIST""" TO WS-SCAN-TARGETS
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "FILELIST='" FUNCTION TRIM(WS-INPUT-FILES) "'; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               PERFORM APPEND-SECRET-SCAN
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "OLDIFS=""$IFS""; IFS=','; INPUT_FILES=''; "
                   "for f in $FILELIST; do IFS=""$OLDIFS""; "
                   "b64=$(base64 -w0 ""$f"" 2>/dev/null || "
                   "base64 ""$f""); "
                   "name=$(basename ""$f""); "
                   "if [ -n ""$INPUT_FILES"" ]; then "
                   "INPUT_FILES=""$INPUT_FILES,""; fi; "
                   "INPUT_FILES=""$INPUT_FILES{\""filename\"":"
                   "\""$name\"",\""content\"":\""$b64\""}""; "
                   "IFS=','; done; IFS=""$OLDIFS""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

       APPEND-CLOCK-SKEW-PROBE.
      * Correct for clock skew up front using the server's own Date
      * header rather than waiting for a 401 and just printing NTP
      * advice; falls back to the local clock if the probe fails.
      * Cleared first since batch mode reuses this buffer across
      * files of varying command length.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "TS=$(date +%s); "
               "SRVDATE=$(sh /tmp/unsandbox_api.sh "
               "-sI --max-time 30 --connect-timeout 10 "
               "unsandbox:/ "
               "2>/dev/null | grep -i '^Date:' | head -1 | "
               "cut -d' ' -f2-); "
               "if [ -n ""$SRVDATE"" ]; then "
               "SRVTS=$(date -d ""$SRVDATE"" +%s 2>/dev/null); "
               "[ -n ""$SRVTS"" ] && TS=$SRVTS; "
               "fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-TRACE-PREAMBLE.

       APPEND-BODY-OPTION-FOLDS.
      * Optional markers folded into $BODY before it is signed,
      * shared by the buffered POST below and the streaming call:
      * --artifacts asks the API to send back files the program
      * wrote, a pinned runtime version rides along as version, and
      * a --requirements file ships verbatim so the sandbox installs
      * the dependencies before running
           IF WS-ARTIFACTS-DIR NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "BODY=""${BODY%?},\""artifacts\"":true}""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           IF WS-LANG-VERSION NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "BODY=""${BODY%?},\""version\"":\"""
                   FUNCTION TRIM(WS-LANG-VERSION)
                   "\""}""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           IF WS-REQUIREMENTS-FILE NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "REQS='" FUNCTION TRIM(WS-REQUIREMENTS-FILE)
                   "'; "
                   "if [ ! -f ""$REQS"" ]; then "
                   "echo 'Error: no such requirements file: "
                   "'""$REQS"" >&2; exit 1; fi; "
                   "RQ=$(awk -v mode=str -v file=""$REQS"" "
                   "-f /tmp/unsandbox_json.awk < /dev/null); "
                   "BODY=""${BODY%?},\""requirements\"":$RQ}""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

       APPEND-SIGNED-POST-CALL.
      * Sign whatever $BODY the caller prepared and POST it to the
      * WS-API-PATH endpoint, retrying transient (5xx/connect)
      * failures with backoff before giving up; a 401 with an
      * expired/invalid timestamp is not transient so it is reported
      * immediately. --artifacts also asks the API (via an
      * artifacts:true marker folded into $BODY before signing) to
      * send back files the program wrote. With --queue, a dead
      * connection (HTTP 000) spools the fully built body and its
      * meta under ~/.unsandbox/spool instead of losing the run,
      * exiting 75 the way mail systems mark a temporary failure
           PERFORM APPEND-BODY-OPTION-FOLDS.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "QUEUEFLAG='" WS-QUEUE-FLAG "'; "
               "LOCALFB='" WS-LOCALFB "'; "
               "RESPOOL=""${RESPOOL:-}""; "
               "SIG=$(echo -n ""$TS:POST:"
               FUNCTION TRIM(WS-API-PATH)
               ":$BODY"" | "
               "openssl dgst -sha256 -hmac '"
               FUNCTION TRIM(WS-SECRET-KEY)
               "' | cut -d' ' -f2); "
               "ATTEMPT=0; MAXATT=3; "
               "UEP=/tmp/unsandbox_ep.$PPID; export UEP; "
               "until [ ""$ATTEMPT"" -ge ""$MAXATT"" ]; do "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -o "
               "/tmp/unsandbox_resp_$$.json "
               "-D /tmp/unsandbox_hdr_$$ "
               "-w '%{http_code}' -X POST "
               "unsandbox:"
               FUNCTION TRIM(WS-API-PATH) " "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-PUBLIC-KEY)
               "' "
               "-H 'X-Timestamp: '$TS "
               "-H 'X-Signature: '$SIG "
               "--data-binary ""$BODY""); "
               "ATTEMPT=$((ATTEMPT+1)); "
               "if [ ""$HTTP"" != ""000"" ] && "
               "[ ""$HTTP"" -lt 500 ] 2>/dev/null; then break; fi; "
               "[ ""$ATTEMPT"" -ge ""$MAXATT"" ] && break; "
               "echo 'Transient error (HTTP '""$HTTP""'), "
               "retrying...' >&2; "
               "sleep $((ATTEMPT * 2)); "
               "done; "
               "RID=$(grep -i '^x-request-id:' "
               "/tmp/unsandbox_hdr_$$ 2>/dev/null | head -1 | "
               "cut -d' ' -f2 | tr -d '\r'); "
               "rm -f /tmp/unsandbox_hdr_$$; "
               "HEP=$(cat ""$UEP"" 2>/dev/null); "
               "[ -n ""${UTRF:-}"" ] || rm -f ""$UEP""; "
               "[ '" FUNCTION TRIM(WS-API-PATH) "' = /jobs ] || "
               "printf '%s\t%s\t%s\t%s\n' ""${RID:--}"" "
               """${HSRC:--}"" ""${HIN:--}"" ""${HEP:--}"" "
               "> ""${UHRF:-/tmp/unsandbox_hrec.$PPID}"" "
               "2>/dev/null; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE WS-API-PATH TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-CALL.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" = ""000"" ] && "
               "[ ""$QUEUEFLAG"" = ""Y"" ]; then "
               "rm -f /tmp/unsandbox_resp_$$.json; "
               "if [ -n ""$RESPOOL"" ]; then "
               ": > ""$RESPOOL/unreach""; "
               "echo 'API still unreachable - keeping spooled "
               "request' >&2; exit 75; fi; "
               "SPOOL=~/.unsandbox/spool; "
               "SDIR=""$SPOOL""/$(date +%s)_$$; "
               "mkdir -p ""$SDIR.tmp""; "
               "printf '%s' ""$BODY"" > ""$SDIR.tmp""/body.json; "
               "printf 'SPOOL_FILE=%s\nSPOOL_LANG=%s\n"
               "SPOOL_PATH=%s\n' '"
               FUNCTION TRIM(WS-FILENAME) "' '"
               FUNCTION TRIM(WS-LANGUAGE) "' '"
               FUNCTION TRIM(WS-API-PATH) "' "
               "> ""$SDIR.tmp""/meta; "
               "mv ""$SDIR.tmp"" ""$SDIR""; "
               "echo 'API unreachable - request spooled to "
               "'""$SDIR""' (replay with: un.cob flush)' >&2; "
               "exit 75; "
               "fi; "
               "if [ ""$HTTP"" = ""000"" ] || "
               "[ ""$HTTP"" -ge 500 ] 2>/dev/null; then "
               "echo 'Request failed after '""$ATTEMPT""' "
               "attempt(s) (HTTP '""$HTTP""')' >&2; "
               "[ ""$HTTP"" = ""000"" ] && [ ""$LOCALFB"" = Y ] "
               "&& : > /tmp/unsandbox_apidown.$PPID; "
               "rm -f /tmp/unsandbox_resp_$$.json; exit 1; "
               "fi; "
               "if [ ""$HTTP"" = ""401"" ] && "
               "grep -qiE 'expired|invalid' "
               "/tmp/unsandbox_resp_$$.json 2>/dev/null; then "
               "echo 'Request rejected: timestamp still out of "
               "range after correcting to the server clock "
               "(' ""$TS"" '). The server and this signature used "
               "different clocks - check for a slow/fast local "
               "clock or a proxy delaying the request.' >&2; "
               "rm -f /tmp/unsandbox_resp_$$.json; exit 1; "
               "fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-EXECUTE-RESPONSE-EMIT.
      * Emit the stdout/stderr of the response sitting in
      * /tmp/unsandbox_resp_$$.json and exit with its exit_code.
      * --out/--err divert each stream byte-exact to a file (the
      * helper's getraw mode adds no synthetic trailing newline, so
      * archived output matches what the program wrote and the
      * REPL's line-count delta stays aligned), otherwise
      * the stream is colorized only when it is going to a terminal
      * and --no-color was not given, so piped and archived output
      * stays free of escape fragments; any returned artifacts are
      * unpacked under the --artifacts directory with a listing,
      * and dependency install output is prefixed and kept on
      * stderr so it never mixes into captured program output.
      * With a run id set the output is also archived for show
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "UJ=/tmp/unsandbox_json.awk; "
               "RF=/tmp/unsandbox_resp_$$.json; "
               "IOUT=$(awk -v mode=get -v q=install_output "
               "-f ""$UJ"" ""$RF""); "
               "if [ -n ""$IOUT"" ]; then "
               "printf '%s\n' ""$IOUT"" | "
               "sed 's/^/install: /' >&2; fi; "
               "OUTDEST='" FUNCTION TRIM(WS-OUT-FILE) "'; "
               "ERRDEST='" FUNCTION TRIM(WS-ERR-FILE) "'; "
               "NOCOLOR='" WS-NO-COLOR-FLAG "'; "
               "if [ -n ""$OUTDEST"" ]; then "
               "awk -v mode=getraw -v q=stdout -f ""$UJ"" ""$RF"" "
               "> ""$OUTDEST""; "
               "elif [ -t 1 ] && [ ""$NOCOLOR"" != Y ]; then "
               "awk -v mode=get -v q=stdout -f ""$UJ"" ""$RF"" | "
               "sed 's/^/\x1b[34m/' | sed 's/$/\x1b[0m/'; "
               "else "
               "awk -v mode=get -v q=stdout -f ""$UJ"" ""$RF""; "
               "fi; "
               "if [ -n ""$ERRDEST"" ]; then "
               "awk -v mode=getraw -v q=stderr -f ""$UJ"" ""$RF"" "
               "> ""$ERRDEST""; "
               "elif [ -t 2 ] && [ ""$NOCOLOR"" != Y ]; then "
               "awk -v mode=get -v q=stderr -f ""$UJ"" ""$RF"" | "
               "sed 's/^/\x1b[31m/' | sed 's/$/\x1b[0m/' >&2; "
               "else "
               "awk -v mode=get -v q=stderr -f ""$UJ"" ""$RF"" "
               ">&2; "
               "fi; "
               "ARTDIR='" FUNCTION TRIM(WS-ARTIFACTS-DIR) "'; "
               "if [ -n ""$ARTDIR"" ]; then "
               "NART=$(awk -v mode=len -v q=files "
               "-f ""$UJ"" ""$RF""); "
               "I=0; while [ ""$I"" -lt ""$NART"" ]; do "
               "FN=$(awk -v mode=get -v q=""files.$I.filename"" "
               "-f ""$UJ"" ""$RF""); "
               "case ""$FN"" in ''|/*|*..*) "
               "echo 'skipping unsafe artifact path: '""$FN"" >&2;; "
               "*) mkdir -p ""$ARTDIR/$(dirname ""$FN"")""; "
               "awk -v mode=getraw -v q=""files.$I.content"" "
               "-f ""$UJ"" ""$RF"" | base64 -d "
               "> ""$ARTDIR/$FN"" && "
               "echo 'artifact: '""$ARTDIR/$FN"";; esac; "
               "I=$((I+1)); done; "
               "fi; "
               "RC=$(awk -v mode=get -v q=exit_code "
               "-f ""$UJ"" ""$RF""); "
               "case ""$RC"" in ''|null) RC=0;; "
               "*[!0-9-]*) RC=1;; esac; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           IF WS-RUN-ID NOT = SPACES
               PERFORM APPEND-RUN-ARCHIVE-FN
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "RA=/tmp/unsandbox_ra_$$; "
                   "awk -v mode=getraw -v q=stdout -f ""$UJ"" ""$RF"" "
                   "> ""$RA.o""; "
                   "awk -v mode=getraw -v q=stderr -f ""$UJ"" ""$RF"" "
                   "> ""$RA.e""; "
                   "uarch '" FUNCTION TRIM(WS-RUN-ID) "' "
                   "'" FUNCTION TRIM(WS-FILENAME) "' "
                   "'" FUNCTION TRIM(WS-LANGUAGE) "' "
                   "'" FUNCTION TRIM(WS-EXEC-ORIGIN) "' "
                   """$RC"" ""$RA.o"" ""$RA.e"" ""$RF""; "
                   "rm -f ""$RA.o"" ""$RA.e""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "rm -f ""$RF""; "
               "exit $((RC & 255))"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       NEW-RUN-ID.
      * A run id is the UTC start second, this process's pid and a
      * per-process sequence, e.g. 20261015T032548-10473-0002:
      * unique across concurrent un.cob processes, sortable, and its
      * first six digits name the month its output is archived under
           ADD 1 TO WS-RUN-SEQ.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "echo $(date -u +%Y%m%dT%H%M%S)-$PPID-" WS-RUN-SEQ
               " > " FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-RUN-ID.

       APPEND-RUN-ARCHIVE-FN.
      * Shell function storing one run's retained output:
      * uarch <id> <file> <language> <origin> <exit> <stdout-file>
      * <stderr-file> [<response.json>] packs a meta record, both
      * streams and the raw response (when there was one) into
      * ~/.unsandbox/runs/YYYY-MM/<id>.tgz. A failed archive is
      * silent - it must never cost the run its own result
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "uarch() { [ -n ""$1"" ] || return 0; "
               "AM=~/.unsandbox/runs/$(printf '%s' ""$1"" | "
               "cut -c1-4)-$(printf '%s' ""$1"" | cut -c5-6); "
               "mkdir -p ""$AM"" 2>/dev/null || return 0; "
               "AT=$(mktemp -d /tmp/unsandbox_run_XXXXXX) "
               "|| return 0; "
               "cp ""$6"" ""$AT/stdout"" 2>/dev/null || "
               ": > ""$AT/stdout""; "
               "cp ""$7"" ""$AT/stderr"" 2>/dev/null || "
               ": > ""$AT/stderr""; "
               "[ -n ""$8"" ] && [ -s ""$8"" ] && "
               "cp ""$8"" ""$AT/response.json""; "
               "printf 'run_id=%s\nfile=%s\nlanguage=%s\n"
               "origin=%s\nexit_code=%s\nstored=%s\n' "
               """$1"" ""$2"" ""$3"" ""$4"" ""$5"" "
               """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" > ""$AT/meta""; "
               "tar -czf ""$AM/$1.tgz.tmp"" -C ""$AT"" . "
               "2>/dev/null && mv ""$AM/$1.tgz.tmp"" ""$AM/$1.tgz""; "
               "rm -rf ""$AT"" ""$AM/$1.tgz.tmp""; return 0; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       BUILD-LIST-QUERY.
      * Shared by session/service listing: turns optional --page,
      * --limit, --status and --type values into a query-string
      * suffix, or blanks it out when none were given. Session listing
      * never sets WS-LIST-STATUS/WS-LIST-TYPE so those two clauses
      * are effectively service-only without needing a separate
      * query builder.
           MOVE SPACES TO WS-LIST-QUERY.
           IF WS-PAGE NOT = SPACES
               STRING "?page=" FUNCTION TRIM(WS-PAGE)
                   DELIMITED BY SIZE INTO WS-LIST-QUERY
               END-STRING
           END-IF.
           IF WS-LIMIT NOT = SPACES
               IF WS-LIST-QUERY NOT = SPACES
                   STRING FUNCTION TRIM(WS-LIST-QUERY)
                       "&limit=" FUNCTION TRIM(WS-LIMIT)
                       DELIMITED BY SIZE INTO WS-LIST-QUERY
                   END-STRING
               ELSE
                   STRING "?limit=" FUNCTION TRIM(WS-LIMIT)
                       DELIMITED BY SIZE INTO WS-LIST-QUERY
                   END-STRING
               END-IF
           END-IF.
           IF WS-LIST-STATUS NOT = SPACES
               IF WS-LIST-QUERY NOT = SPACES
                   STRING FUNCTION TRIM(WS-LIST-QUERY)
                       "&status=" FUNCTION TRIM(WS-LIST-STATUS)
                       DELIMITED BY SIZE INTO WS-LIST-QUERY
                   END-STRING
               ELSE
                   STRING "?status=" FUNCTION TRIM(WS-LIST-STATUS)
                       DELIMITED BY SIZE INTO WS-LIST-QUERY
                   END-STRING
               END-IF
           END-IF.
           IF WS-LIST-TYPE NOT = SPACES
               IF WS-LIST-QUERY NOT = SPACES
                   STRING FUNCTION TRIM(WS-LIST-QUERY)
                       "&type=" FUNCTION TRIM(WS-LIST-TYPE)
                       DELIMITED BY SIZE INTO WS-LIST-QUERY
                   END-STRING
               ELSE
                   STRING "?type=" FUNCTION TRIM(WS-LIST-TYPE)
                       DELIMITED BY SIZE INTO WS-LIST-QUERY
                   END-STRING
               END-IF
           END-IF.

       PARSE-SESSION-LIST-ARGS.
      * --json switches SESSION-LIST to raw JSON output instead of the
      * formatted id/shell/status/created_at line; --page/--limit are
      * passed through to the API as query params
           MOVE "N" TO WS-JSON-FLAG.
           MOVE SPACES TO WS-PAGE.
           MOVE SPACES TO WS-LIMIT.
           MOVE SPACES TO WS-LIST-STATUS.
           MOVE SPACES TO WS-LIST-TYPE.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--json"
                       MOVE "Y" TO WS-JSON-FLAG
                   WHEN "--page"
                       ACCEPT WS-PAGE FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-PAGE
                       END-ACCEPT
                   WHEN "--limit"
                       ACCEPT WS-LIMIT FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-LIMIT
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           PERFORM BUILD-LIST-QUERY.

       SESSION-LIST.
           MOVE SPACES TO WS-CURL-CMD.
           IF WS-JSON-FLAG = "Y"
               STRING "sh /tmp/unsandbox_api.sh "
                   "-s --max-time 30 --connect-timeout 10 -X "
               "GET "
                   "unsandbox:/sessions"
                   FUNCTION TRIM(WS-LIST-QUERY) " "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY) "' "
                   "| awk -v mode=getjson -v q=sessions "
                   "-f /tmp/unsandbox_json.awk"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING "sh /tmp/unsandbox_api.sh "
                   "-s --max-time 30 --connect-timeout 10 -X "
               "GET "
                   "unsandbox:/sessions"
                   FUNCTION TRIM(WS-LIST-QUERY) " "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY)
                   "' | awk -v mode=list -v q=sessions "
                   "-v f=id,shell,status,created_at "
                   "-f /tmp/unsandbox_json.awk "
                   "2>/dev/null || echo 'No active sessions'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SESSION-KILL.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/sessions/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' >/dev/null && "
               "echo -e '\x1b[32mSession terminated: "
               FUNCTION TRIM(WS-ID) "\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/" FUNCTION TRIM(WS-ID)
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD.

       PARSE-SESSION-CREATE-ARGS.
      * -f <file> may repeat; collect a comma-separated list to embed
      * as base64 input_files on the new session. --template <name>
      * [@version] restores a saved workspace into it once created
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-TPL-NAME.
           IF WS-ARG2 = "--allow-secrets"
               MOVE "Y" TO WS-SCAN-OVERRIDE
           END-IF.
           IF WS-ARG2 = "--template"
               ACCEPT WS-TPL-NAME FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-TPL-NAME
               END-ACCEPT
           END-IF.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "--template"
                   ACCEPT WS-TPL-NAME FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-TPL-NAME
                   END-ACCEPT
               END-IF
               IF WS-ARG3 = "-f"
                   ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-ARG3
                   END-ACCEPT
                   IF WS-INPUT-FILES NOT = SPACES
                       STRING FUNCTION TRIM(WS-INPUT-FILES) ","
                           FUNCTION TRIM(WS-ARG3)
                           DELIMITED BY SIZE INTO WS-INPUT-FILES
                       END-STRING
                   ELSE
                       MOVE WS-ARG3 TO WS-INPUT-FILES
                   END-IF
               END-IF
               IF WS-ARG3 = "--allow-secrets"
                   MOVE "Y" TO WS-SCAN-OVERRIDE
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

       SESSION-CREATE.
      * Build curl command for session creation; any -f input files
      * are base64-embedded into an input_files array in the body.
      * A --template is resolved before anything is created and then
      * restored into the new session
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           IF WS-TPL-NAME NOT = SPACES
               PERFORM APPEND-SESSION-UPLOAD-FN
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "trslv '" FUNCTION TRIM(WS-TPL-NAME) "' "
                   "|| exit 1; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           PERFORM APPEND-INPUT-FILES-BUILD.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ -n ""$INPUT_FILES"" ]; then "
               "JSON='{""shell"":""bash"",""input_files"":['"
               """$INPUT_FILES""']}'; "
               "else JSON='{""shell"":""bash""}'; fi; "
               "RESP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X "
               "POST "
               "unsandbox:/sessions "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -d ""$JSON""); "
               "ID=$(printf '%s' ""$RESP"" | awk -v mode=get "
               "-v q=id -f /tmp/unsandbox_json.awk); "
               "echo ""$ID""; "
               "if [ -n ""${TD:-}"" ] && [ -n ""$ID"" ]; then "
               "trestore ""$ID"" || exit 1; fi; "
               "echo -e '\x1b[33mSession created. Attach with: "
               "un.cob session --attach '""$ID""'\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SESSION-EXEC.
      * Run one command non-interactively in a running session, the
      * way SERVICE-DUMP-BOOTSTRAP drives /services/<id>/execute, and
      * hand back its stdout/stderr and real exit code - the scripted
      * building block attach can't provide. The command reaches the
      * shell through a quoted heredoc so quoting inside it survives
           MOVE SPACES TO WS-EXEC-CMD.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-EXEC-CMD NOT = SPACES
                   STRING FUNCTION TRIM(WS-EXEC-CMD) " "
                       FUNCTION TRIM(WS-ARG3)
                       DELIMITED BY SIZE INTO WS-EXEC-CMD
                   END-STRING
               ELSE
                   MOVE WS-ARG3 TO WS-EXEC-CMD
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-ID = SPACES OR WS-EXEC-CMD = SPACES
               DISPLAY "Usage: un.cob session --exec <id> <command>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "CMD=$(cat <<'UNSANDBOX_CMD_EOF'"
               X"0A" FUNCTION TRIM(WS-EXEC-CMD) X"0A"
               "UNSANDBOX_CMD_EOF" X"0A" "); "
               "BODY=""{\""command\"":$(printf '%s' ""$CMD"" | "
               "awk -v mode=strline "
               "-f /tmp/unsandbox_json.awk)}""; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-o /tmp/unsandbox_resp_$$.json -w '%{http_code}' "
               "-X POST "
               "unsandbox:/sessions/"
               FUNCTION TRIM(WS-ID) "/execute "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "--data-binary ""$BODY""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/" FUNCTION TRIM(WS-ID)
               "/execute"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" != ""200"" ]; then "
               "echo 'Error: session exec failed (HTTP '""$HTTP""')'"
               " >&2; "
               "rm -f /tmp/unsandbox_resp_$$.json; exit 1; fi; "
               "awk -v mode=get -v q=stdout "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json; "
               "awk -v mode=get -v q=stderr "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json >&2; "
               "RC=$(awk -v mode=get -v q=exit_code "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json); "
               "rm -f /tmp/unsandbox_resp_$$.json; "
               "case ""$RC"" in ''|null) RC=0;; "
               "*[!0-9-]*) RC=1;; esac; "
               "exit $((RC & 255))"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SESSION-PUT.
      * Feed a running session a new input file: the same
      * filename/content base64 shape input_files uses at creation,
      * POSTed to the session's files endpoint so a long-lived work
      * session never has to be destroyed just to receive data. The
      * upload itself is sput, shared with template restores
           IF WS-ID = SPACES OR WS-LOCAL-PATH = SPACES
               OR WS-REMOTE-PATH = SPACES
               DISPLAY "Usage: un.cob session --put <id> <local> "
                   "<remote> [--allow-secrets]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SESSION-UPLOAD-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "LOCAL='" FUNCTION TRIM(WS-LOCAL-PATH) "'; "
               "if [ ! -f ""$LOCAL"" ]; then "
               "echo 'Error: no such file: '""$LOCAL"" >&2; "
               "exit 1; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE """$LOCAL""" TO WS-SCAN-TARGETS.
           PERFORM APPEND-SECRET-SCAN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sput '" FUNCTION TRIM(WS-ID) "' ""$LOCAL"" '"
               FUNCTION TRIM(WS-REMOTE-PATH) "' || exit 1; "
               "echo -e '\x1b[32mUploaded '""$LOCAL""' -> "
               FUNCTION TRIM(WS-ID) ":"
               FUNCTION TRIM(WS-REMOTE-PATH) "\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SESSION-GET.
      * Retrieve a file a session produced, as base64 content from
      * the session's files download endpoint, decoded locally - the
      * way back out that input_files never had
           IF WS-ID = SPACES OR WS-REMOTE-PATH = SPACES
               OR WS-LOCAL-PATH = SPACES
               DISPLAY "Usage: un.cob session --get <id> <remote> "
                   "<local>" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PJ=$(printf '%s' '"
               FUNCTION TRIM(WS-REMOTE-PATH)
               "' | awk -v mode=strline "
               "-f /tmp/unsandbox_json.awk); "
               "BODY=""{\""path\"":$PJ}""; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-o /tmp/unsandbox_resp_$$.json -w '%{http_code}' "
               "-X POST "
               "unsandbox:/sessions/"
               FUNCTION TRIM(WS-ID) "/files/download "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "--data-binary ""$BODY""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/" FUNCTION TRIM(WS-ID)
               "/files/download"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" != ""200"" ]; then "
               "echo 'Error: download failed (HTTP '""$HTTP""')' >&2; "
               "rm -f /tmp/unsandbox_resp_$$.json; exit 1; fi; "
               "C=$(awk -v mode=get -v q=content "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json); "
               "rm -f /tmp/unsandbox_resp_$$.json; "
               "if [ -z ""$C"" ]; then "
               "echo 'Error: no content for "
               FUNCTION TRIM(WS-REMOTE-PATH) "' >&2; exit 1; fi; "
               "printf '%s' ""$C"" | base64 -d > '"
               FUNCTION TRIM(WS-LOCAL-PATH) "'; "
               "echo -e '\x1b[32mDownloaded "
               FUNCTION TRIM(WS-ID) ":"
               FUNCTION TRIM(WS-REMOTE-PATH) " -> "
               FUNCTION TRIM(WS-LOCAL-PATH) "\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       APPEND-SESSION-UPLOAD-FN.
      * Shell helpers shared by session --put and the workspace
      * templates: sput <id> <local> <remote> is the one upload path
      * into a session (filename/content base64 to its files
      * endpoint, body spooled to a file so a whole workspace archive
      * fits), sxec <id> <command> runs a command and leaves its
      * stdout/stderr/exit in SXO/SXE/SXR, trslv <name[@version]>
      * resolves a saved template to TD (latest version unless one
      * is named) and trestore <id> replays TD into a session - the
      * archived working directory unpacked where it was taken, then
      * the install script run there
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "TPD=~/.unsandbox/templates; "
               "sput() { "
               "B64=$(base64 -w0 ""$2"" 2>/dev/null || "
               "base64 ""$2""); "
               "FJ=$(printf '%s' ""$3"" | awk -v mode=strline "
               "-f /tmp/unsandbox_json.awk); "
               "BODY=""{\""filename\"":$FJ,"
               "\""content\"":\""$B64\""}""; "
               "printf '%s' ""$BODY"" > /tmp/unsandbox_body_$$.json; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 120 --connect-timeout 10 "
               "-o /tmp/unsandbox_resp_$$.json -w '%{http_code}' "
               "-X POST "
               "unsandbox:/sessions/""$1""/files "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "--data-binary @/tmp/unsandbox_body_$$.json); "
               "rm -f /tmp/unsandbox_body_$$.json; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/sessions/$1/files" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-CALL.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "rm -f /tmp/unsandbox_resp_$$.json; "
               "if [ ""$HTTP"" != ""200"" ] && "
               "[ ""$HTTP"" != ""201"" ]; then "
               "echo 'Error: upload failed (HTTP '""$HTTP""')' >&2; "
               "return 1; fi; }; "
               "sxec() { "
               "BODY=""{\""command\"":$(printf '%s' ""$2"" | "
               "awk -v mode=strline "
               "-f /tmp/unsandbox_json.awk)}""; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 300 --connect-timeout 10 "
               "-o /tmp/unsandbox_resp_$$.json -w '%{http_code}' "
               "-X POST "
               "unsandbox:/sessions/""$1""/execute "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "--data-binary ""$BODY""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/sessions/$1/execute" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-CALL.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SXO=$(awk -v mode=get -v q=stdout "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json); "
               "SXE=$(awk -v mode=get -v q=stderr "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json); "
               "SXR=$(awk -v mode=get -v q=exit_code "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json); "
               "rm -f /tmp/unsandbox_resp_$$.json; "
               "if [ ""$HTTP"" != ""200"" ]; then "
               "echo 'Error: session command failed (HTTP '"
               """$HTTP""')' >&2; return 1; fi; "
               "case ""$SXR"" in ''|null) SXR=0;; "
               "*[!0-9-]*) SXR=1;; esac; }; "
               "trslv() { TN=${1%@*}; TV=''; "
               "case ""$1"" in *@*) TV=${1##*@};; esac; "
               "case ""$TN"" in ''|.*|*[!A-Za-z0-9._-]*) "
               "echo 'Error: bad template name: '""$1"" >&2; "
               "return 1;; esac; "
               "[ -n ""$TV"" ] || TV=$(ls ""$TPD/$TN"" 2>/dev/null "
               "| grep -E '^[0-9]+$' | sort -n | tail -1); "
               "case ""$TV"" in ''|*[!0-9]*) "
               "echo 'Error: no such template: '""$1"" >&2; "
               "return 1;; esac; "
               "TV=$(printf '%03d' ""$(expr ""$TV"" + 0)""); "
               "TD=""$TPD/$TN/$TV""; "
               "[ -f ""$TD/meta"" ] || { "
               "echo 'Error: no such template version: '"
               """$TN@$TV"" >&2; return 1; }; }; "
               "trestore() { "
               "TW=$(sed -n 's/^workdir=//p' ""$TD/meta""); "
               "[ -n ""$TW"" ] || TW=.; "
               "sput ""$1"" ""$TD/workdir.tgz"" "
               "/tmp/unsandbox_tpl.tgz || return 1; "
               "TC=""( mkdir -p '$TW' && cd '$TW' && "
               "tar xzf /tmp/unsandbox_tpl.tgz; R=\$?; "
               "rm -f /tmp/unsandbox_tpl.tgz; "
               "[ \$R = 0 ] || exit \$R""; "
               "if [ -f ""$TD/install.sh"" ]; then "
               "sput ""$1"" ""$TD/install.sh"" "
               "/tmp/unsandbox_tpl_install.sh || return 1; "
               "TC=""$TC; sh /tmp/unsandbox_tpl_install.sh; "
               "R=\$?; rm -f /tmp/unsandbox_tpl_install.sh; "
               "exit \$R""; fi; "
               "TC=""$TC )""; "
               "sxec ""$1"" ""$TC"" || return 1; "
               "if [ ""$SXR"" != 0 ]; then "
               "printf '%s\n' ""$SXE"" | tail -5 >&2; "
               "echo ""Error: template $TN@$TV did not restore in "
               "$1 (exit $SXR)"" >&2; return 1; fi; "
               "echo ""template: restored $TN@$TV into $1""; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       SESSION-SAVE-TEMPLATE.
      * Capture a prepared session as the next version of a named
      * template under ~/.unsandbox/templates/<name>/<version>: the
      * working directory is tarred inside the session and fetched
      * through the files download endpoint, checked by the secret
      * scan like any other upload-bound payload, and stored with
      * the install script (--install, else the previous version's)
      * and a meta file recording where and by whom it was taken
           IF WS-ID = SPACES OR WS-TPL-NAME = SPACES
               DISPLAY "Usage: un.cob session --save-template <id> "
                   "<name> [--install <script>] [--allow-secrets]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BEGIN-LOCKED-COMMAND.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SESSION-UPLOAD-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SID='" FUNCTION TRIM(WS-ID) "'; "
               "TN='" FUNCTION TRIM(WS-TPL-NAME) "'; "
               "INS='" FUNCTION TRIM(WS-TPL-INSTALL) "'; "
               "case ""$TN"" in ''|.*|*[!A-Za-z0-9._-]*) "
               "echo 'Error: template names use letters, digits, "
               "dot, dash and underscore' >&2; exit 1;; esac; "
               "if [ -n ""$INS"" ] && [ ! -f ""$INS"" ]; then "
               "echo 'Error: no such install script: '""$INS"" >&2; "
               "exit 1; fi; "
               "X=$(mktemp -d /tmp/unsandbox_tpl_XXXXXX); "
               "trap 'rm -rf ""$X""' EXIT; "
               "sxec ""$SID"" "
               "'tar czf /tmp/unsandbox_tpl.tgz . && pwd' || exit 1; "
               "if [ ""$SXR"" != 0 ]; then "
               "printf '%s\n' ""$SXE"" | tail -5 >&2; "
               "echo ""Error: could not archive the working "
               "directory of $SID (exit $SXR)"" >&2; exit 1; fi; "
               "W=$(printf '%s\n' ""$SXO"" | tail -1); "
               "BODY='{""path"":""/tmp/unsandbox_tpl.tgz""}'; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 120 --connect-timeout 10 "
               "-o /tmp/unsandbox_resp_$$.json -w '%{http_code}' "
               "-X POST "
               "unsandbox:/sessions/""$SID"""
               "/files/download "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "--data-binary ""$BODY""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/sessions/$SID/files/download" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-CALL.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "DH=$HTTP; "
               "awk -v mode=get -v q=content "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json | base64 -d "
               "> ""$X/workdir.tgz"" 2>/dev/null; "
               "rm -f /tmp/unsandbox_resp_$$.json; "
               "sxec ""$SID"" 'rm -f /tmp/unsandbox_tpl.tgz'; "
               "if [ ""$DH"" != 200 ] || [ ! -s ""$X/workdir.tgz"" ]; "
               "then echo 'Error: could not fetch the workspace "
               "archive (HTTP '""$DH""')' >&2; exit 1; fi; "
               "mkdir ""$X/tree""; "
               "tar xzf ""$X/workdir.tgz"" -C ""$X/tree"" || { "
               "echo 'Error: workspace archive is unreadable' >&2; "
               "exit 1; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE """$X/tree"" ${INS:+""$INS""}" TO WS-SCAN-TARGETS.
           PERFORM APPEND-SECRET-SCAN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "mkdir -p ""$TPD/$TN"" || exit 1; "
               "LV=$(ls ""$TPD/$TN"" | grep -E '^[0-9]+$' | "
               "sort -n | tail -1); "
               "NV=$(printf '%03d' ""$(expr ""${LV:-0}"" + 1)""); "
               "ND=""$TPD/$TN/.new.$$""; mkdir ""$ND"" || exit 1; "
               "cp ""$X/workdir.tgz"" ""$ND/workdir.tgz""; IV=-; "
               "if [ -n ""$INS"" ]; then "
               "cp ""$INS"" ""$ND/install.sh""; IV=""$INS""; "
               "elif [ -n ""$LV"" ] && "
               "[ -f ""$TPD/$TN/$LV/install.sh"" ]; then "
               "cp ""$TPD/$TN/$LV/install.sh"" ""$ND/install.sh""; "
               "IV=""carried from $LV""; fi; "
               "OP=""${UNSANDBOX_OPERATOR:-$(id -un)}""; "
               "{ echo ""name=$TN""; echo ""version=$NV""; "
               "echo ""saved=$(date -u +%Y-%m-%dT%H:%M:%SZ)""; "
               "echo ""session=$SID""; echo ""operator=$OP""; "
               "echo ""workdir=$W""; "
               "echo ""files=$(find ""$X/tree"" -type f | wc -l "
               "| tr -d ' ')""; "
               "echo ""bytes=$(wc -c < ""$ND/workdir.tgz"" "
               "| tr -d ' ')""; "
               "echo ""sha256=$(sha256sum < ""$ND/workdir.tgz"" "
               "| cut -c1-64)""; "
               "echo ""install=$IV""; } > ""$ND/meta""; "
               "mv ""$ND"" ""$TPD/$TN/$NV"" || exit 1; "
               "echo ""Template $TN version $NV saved from $SID "
               "($W)""; "
               "echo ""Use with: un.cob session --template $TN"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SESSION-TEMPLATE-LIST.
      * Every saved version of every template, oldest first within a
      * name; the highest version is the one --template picks
           MOVE SPACES TO WS-CURL-CMD.
           STRING "TPD=~/.unsandbox/templates; "
               "if ! ls -d ""$TPD""/*/[0-9]* >/dev/null 2>&1; then "
               "echo 'No session templates - save one with: un.cob "
               "session --save-template <id> <name>'; exit 0; fi; "
               "m() { sed -n ""s/^$1=//p"" ""$D/meta""; }; "
               "printf '%-20s %-8s %-20s %-26s %6s %10s %s\n' "
               "TEMPLATE VERSION SAVED SESSION FILES BYTES INSTALL; "
               "for D in ""$TPD""/*/[0-9]*; do "
               "[ -f ""$D/meta"" ] || continue; "
               "N=$(basename ""$(dirname ""$D"")""); "
               "V=$(basename ""$D""); "
               "LV=$(ls ""$TPD/$N"" | grep -E '^[0-9]+$' | "
               "sort -n | tail -1); "
               "[ ""$V"" = ""$LV"" ] && V=""$V*""; "
               "printf '%-20s %-8s %-20s %-26s %6s %10s %s\n' "
               """$N"" ""$V"" ""$(m saved)"" ""$(m session)"" "
               """$(m files)"" ""$(m bytes)"" ""$(m install)""; "
               "done; "
               "echo '(* = latest, used when no @version is given)'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SESSION-ATTACH.
      * Open an interactive shell into a running (or just-created)
      * session over its websocket; requires the websocat utility.
      * Unless --no-record was given, both directions are teed into
      * a timestamped transcript under ~/.unsandbox/transcripts
      * (beside the history.log convention) - << marks what the
      * operator typed, >> what the session answered - so production
      * changes made inside a session leave an audit trail. The
      * websocket goes to whichever endpoint the HTTP calls would
      * use right now
           MOVE SPACES TO WS-CURL-CMD.
           STRING "if ! command -v websocat >/dev/null 2>&1; then "
               "echo 'Error: websocat is required for session "
               "attach (https://github.com/vi/websocat)' >&2; "
               "exit 1; fi; "
               "UB=$(sh /tmp/unsandbox_api.sh --base); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           IF WS-RECORD-FLAG = "Y"
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "mkdir -p ~/.unsandbox/transcripts; "
                   "TLOG=~/.unsandbox/transcripts/"
                   FUNCTION TRIM(WS-ID) ".log; "
                   "echo '=== attached '"
                   "$(date -u +%Y-%m-%dT%H:%M:%SZ)' ===' "
                   ">> ""$TLOG""; "
                   "while IFS= read -r L; do "
                   "printf '%s\n' ""$L""; "
                   "printf '%s << %s\n' "
                   "$(date -u +%Y-%m-%dT%H:%M:%SZ) ""$L"" "
                   ">> ""$TLOG""; done | "
                   "websocat -t - ""wss://${UB#*://}/sessions/"
                   FUNCTION TRIM(WS-ID) "/attach"" "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY) "' | "
                   "while IFS= read -r L; do "
                   "printf '%s\n' ""$L""; "
                   "printf '%s >> %s\n' "
                   "$(date -u +%Y-%m-%dT%H:%M:%SZ) ""$L"" "
                   ">> ""$TLOG""; done; "
                   "echo '=== detached '"
                   "$(date -u +%Y-%m-%dT%H:%M:%SZ)' ===' "
                   ">> ""$TLOG"""
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "websocat -t - ""wss://${UB#*://}/sessions/"
                   FUNCTION TRIM(WS-ID) "/attach"" "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY) "'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SESSION-TRANSCRIPT.
      * Print the recorded transcript for a session id
           MOVE SPACES TO WS-CURL-CMD.
           STRING "TLOG=~/.unsandbox/transcripts/"
               FUNCTION TRIM(WS-ID) ".log; "
               "if [ ! -s ""$TLOG"" ]; then "
               "echo 'No transcript recorded for "
               FUNCTION TRIM(WS-ID) "' >&2; exit 1; fi; "
               "cat ""$TLOG"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-LINT.
      * Validate the flat-file formats this program consumes before
      * anything runs on them: suite manifests and pipeline specs
      * (tab-separated fields, referenced files existing, numeric
      * exit codes/timeouts), batch lists, schedules.tab and
      * power.tab (field counts and parseable cron expressions), the
      * metric alert rules, the rate card, the config files and a
      * profile's execution policy.
      * Errors print file:line and the exit code is nonzero, so a
      * change process can gate edits on it. The file type is
      * guessed from the name and shape; --type forces it (a
      * pipeline spec is shaped like a manifest, so guessing calls
      * it suite)
           MOVE SPACES TO WS-LINT-TYPE.
           MOVE SPACES TO WS-LOCAL-PATH.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "--type"
                   ACCEPT WS-LINT-TYPE FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-LINT-TYPE
                   END-ACCEPT
               ELSE
                   MOVE WS-ARG3 TO WS-LOCAL-PATH
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-LOCAL-PATH = SPACES
               DISPLAY "Usage: un.cob lint [--type suite|pipeline|"
                   "batch|schedule|power|alerts|ratecard|config|"
                   "policy] <path>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ENSURE-POLICY-LIB.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "F='" FUNCTION TRIM(WS-LOCAL-PATH) "'; "
               "T='" FUNCTION TRIM(WS-LINT-TYPE) "'; "
               "if [ ! -f ""$F"" ]; then "
               "echo 'Error: no such file: '""$F"" >&2; exit 2; fi; "
               "if [ -z ""$T"" ]; then "
               "B=$(basename ""$F""); "
               "case ""$B"" in "
               "schedules.tab) T=schedule;; "
               "power.tab) T=power;; "
               "alert_rules) T=alerts;; "
               "rate_card) T=ratecard;; "
               "*.policy) T=policy;; "
               "*) if grep -q ""$(printf '\t')"" ""$F""; then "
               "T=suite; "
               "elif grep -qE '^[A-Za-z_]+=|^\[' ""$F""; then "
               "T=config; else T=batch; fi;; esac; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

      * The shared awk prologue: e() reports with file:line, ex()
      * answers whether a referenced file opens, okcron() accepts
      * the same *, N, N-M, */step and list forms the runner's
      * matcher understands
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PRO='function e(n, m) "
               "{ printf ""%s:%d: %s\n"", FN, n, m; ERR++ } "
               "function ex(f,  t, r) "
               "{ r = (getline t < f); close(f); return r >= 0 } "
               "function okf(f,  n, a, i, p) { "
               "if (f == ""*"") return 1; "
               "n = split(f, a, "",""); "
               "for (i = 1; i <= n; i++) { p = a[i]; "
               "if (p ~ /^[0-9]+$/) continue; "
               "if (p ~ /^[0-9]+-[0-9]+$/) continue; "
               "if (p ~ /^\*\/[0-9]+$/) continue; "
               "return 0 }; return 1 } "
               "function okcron(c,  n, a, i) { "
               "n = split(c, a, "" ""); "
               "if (n != 5) return 0; "
               "for (i = 1; i <= n; i++) "
               "if (!okf(a[i])) return 0; "
               "return 1 } "
               "END { if (ERR) exit 1 }'; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "case ""$T"" in "
               "suite|pipeline) "
               "if [ ""$T"" = suite ]; then C5='"
               "if (NF >= 5 && $5 != ""-"" && $5 != """" && "
               "!ex($5)) "
               "e(NR, ""expected-stdout file not found: "" $5)'; "
               "else C5=''; fi; "
               "awk -v FN=""$F"" ""$PRO""'"
               "BEGIN { FS=""\t"" } "
               "/^#/ { next } /^[ \t]*$/ { next } "
               "{ if ($0 !~ /\t/ && $0 ~ / /) { "
               "e(NR, ""fields look space-separated - this file "
               "needs tabs""); next }; "
               "if (NF > 5) e(NR, ""too many fields (max 5)""); "
               "if (!ex($1)) "
               "e(NR, ""source file not found: "" $1); "
               "if (NF >= 2 && $2 != ""-"" && $2 != """" && "
               "!ex($2)) "
               "e(NR, ""stdin fixture not found: "" $2); "
               "if (NF >= 4 && $4 != ""-"" && $4 != """" && "
               "$4 !~ /^[0-9]+$/) "
               "e(NR, ""field 4 must be numeric (or -): "" $4); "
               "'""$C5""' }' ""$F"";; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "schedule) "
               "awk -v FN=""$F"" ""$PRO""'"
               "BEGIN { FS=""\t"" } "
               "/^[ \t]*$/ { next } "
               "{ if (NF != 7 && NF != 8) { "
               "e(NR, ""expected 7 or 8 tab-separated fields, got "" "
               "NF); next }; "
               "if (NF == 8 && $8 !~ /^(-|\*|service:.+|stack:.+)$/) "
               "e(NR, ""tag must be *, service:<id> or stack:<name>"
               ": "" $8); "
               "if (!okcron($2)) "
               "e(NR, ""cron expression not parseable: "" $2); "
               "if (!ex($3)) "
               "e(NR, ""source file not found: "" $3); "
               "if ($6 != ""-"" && $6 !~ /^[0-9]+$/) "
               "e(NR, ""timeout must be numeric (or -): "" $6) }' "
               """$F"";; "
               "power) "
               "awk -v FN=""$F"" ""$PRO""'"
               "BEGIN { FS=""\t"" } "
               "/^[ \t]*$/ { next } "
               "{ if (NF != 4) { "
               "e(NR, ""expected 4 tab-separated fields, got "" "
               "NF); next }; "
               "if (!okcron($2)) "
               "e(NR, ""cron expression not parseable: "" $2); "
               "if ($3 != ""freeze"" && $3 != ""wake"") "
               "e(NR, ""action must be freeze or wake: "" $3) }' "
               """$F"";; "
               "alerts) "
               "awk -v FN=""$F"" ""$PRO""'"
               "/^[ \t]*(#|$)/ { next } "
               "{ if (NF < 4) { e(NR, ""expected service metric "
               "comparison threshold [for] N""); next }; "
               "if ($2 !~ /^(cpu|mem)(_percent)?$/) "
               "e(NR, ""metric must be cpu_percent or "
               "mem_percent: "" $2); "
               "if ($3 !~ /^(>|>=|<|<=|==?)$/) "
               "e(NR, ""comparison must be > >= < <= or ==: "" $3); "
               "if ($4 !~ /^[0-9]+(\.[0-9]+)?$/) "
               "e(NR, ""threshold must be numeric: "" $4); "
               "n = ($5 == ""for"") ? $6 : $5; "
               "if (n != """" && n !~ /^[1-9][0-9]*$/) "
               "e(NR, ""sample count must be a positive "
               "integer: "" n) }' ""$F"";; "
               "ratecard) "
               "awk -v FN=""$F"" ""$PRO""'"
               "/^[ \t]*(#|$)/ { next } "
               "{ if (NF != 4) { e(NR, ""expected kind key rate "
               "gl-account""); next }; "
               "if ($1 == ""exec"") { if ($2 !~ /^([A-Za-z0-9_+.-]+"
               "(:[A-Za-z0-9_.+-]+)?|\*)$/) "
               "e(NR, ""exec key must be language[:version] or "
               "*: "" $2) } "
               "else if ($1 == ""service"") { "
               "if ($2 !~ /^([0-9]+x[0-9]+|\*)$/) "
               "e(NR, ""service key must be <vcpu>x<ram_gb> or "
               "*: "" $2) } "
               "else e(NR, ""kind must be exec or service: "" $1); "
               "if ($3 !~ /^[0-9]+(\.[0-9]+)?$/) "
               "e(NR, ""rate must be numeric: "" $3); "
               "if (seen[$1 "" "" $2]++) "
               "e(NR, ""duplicate rate for "" $1 "" "" $2) }' "
               """$F"";; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "batch) "
               "awk -v FN=""$F"" ""$PRO""'"
               "/^#/ { next } /^[ \t]*$/ { next } "
               "{ if (!ex($0)) "
               "e(NR, ""file not found: "" $0) }' ""$F"";; "
               "config) "
               "awk -v FN=""$F"" ""$PRO""'"
               "/^[ \t]*$/ { next } /^#/ { next } "
               "/^\[[^]]*\]$/ { next } "
               "/^[A-Za-z_][A-Za-z0-9_]*=/ { next } "
               "{ e(NR, ""not KEY=VALUE, [section] or #comment"") }' "
               """$F"";; "
               "policy) sh /tmp/unsandbox_policy.sh lint ""$F"";; "
               "*) echo 'Error: unknown --type '""$T"" >&2; "
               "exit 2;; esac; "
               "RC=$?; "
               "if [ ""$RC"" -eq 0 ]; then "
               "echo 'lint: '""$F""' OK ('""$T""')'; "
               "else echo 'lint: '""$F""' has problems "
               "('""$T""')' >&2; fi; exit $RC"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-NOTEBOOK.
      * Literate runbook runner: every fenced code block in the
      * Markdown file executes through the normal signed execute
      * path, in document order, using the fence's language tag
      * (or shebang detection when the fence is bare). Blocks share
      * a staging directory: whatever one block sends back as
      * artifacts is fed to the next block as input files, the same
      * wiring the pipeline runner uses. A rendered copy with each
      * block's exit code and output inserted beneath it is written
      * to <file>.out.md; --to <n> stops after n blocks, and a
      * failing block stops the walk the way an operator would
           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FILENAME
           END-ACCEPT.
           IF WS-FILENAME = SPACES
               DISPLAY "Usage: un.cob notebook <file.md> [--to <n>]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-NB-TO.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "--to"
                   ACCEPT WS-NB-TO-STR FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-NB-TO-STR
                   END-ACCEPT
                   MOVE FUNCTION NUMVAL(WS-NB-TO-STR) TO WS-NB-TO
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-FILENAME TO WS-NB-FILE.
           MOVE SPACES TO WS-NB-OUT.
           STRING FUNCTION TRIM(WS-NB-FILE) ".out.md"
               DELIMITED BY SIZE INTO WS-NB-OUT
           END-STRING.

           MOVE "/dev/null" TO WS-STDIN-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           MOVE SPACES TO WS-MATRIX-LANG.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "mktemp -d /tmp/unsandbox_nb_XXXXXX > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-NB-DIR.
           IF WS-NB-DIR = SPACES
               DISPLAY "Error: could not create notebook scratch "
                   "directory" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pass 1: cut every top-level fenced block out into its own
      * file, remembering the fence tag
           MOVE SPACES TO WS-CURL-CMD.
           STRING "ND='" FUNCTION TRIM(WS-NB-DIR) "'; "
               "MD='" FUNCTION TRIM(WS-NB-FILE) "'; "
               "BL=" FUNCTION TRIM(WS-BATCH-LIST-PATH) "; "
               ": > ""$BL""; mkdir -p ""$ND/stage""; "
               "if [ ! -s ""$MD"" ]; then "
               "echo 'Error: no such notebook: '""$MD"" >&2; "
               "exit 1; fi; "
               "awk -v nd=""$ND"" -v bl=""$BL"" '"
               "/^```/ { if (!inb) { inb=1; n++; "
               "tag=substr($0, 4); "
               "gsub(/[ \t\r`]/, """", tag); "
               "f=nd ""/block_"" n; printf """" > f; "
               "printf ""%s\t%s\n"", f, tag >> bl; next } "
               "else { inb=0; next } } "
               "inb { print >> (nd ""/block_"" n) }' ""$MD"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           IF WS-EXIT-CODE NOT = 0
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM NOTEBOOK-POLICY-PASS.

           MOVE 0 TO WS-NB-IDX.
           MOVE 0 TO WS-NB-RAN.
           MOVE "N" TO WS-NB-STOP.
           MOVE "N" TO WS-BATCH-EOF.

           DISPLAY " ".
           DISPLAY "Notebook run: " FUNCTION TRIM(WS-NB-FILE).

           OPEN INPUT BATCH-LIST-FILE.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-LIST-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF BATCH-LIST-LINE NOT = SPACES
                           PERFORM NOTEBOOK-RUN-BLOCK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.

      * Pass 2: rendered copy with exit code and captured output
      * inserted after each executed block's closing fence
           MOVE SPACES TO WS-CURL-CMD.
           STRING "ND='" FUNCTION TRIM(WS-NB-DIR) "'; "
               "MD='" FUNCTION TRIM(WS-NB-FILE) "'; "
               "awk -v nd=""$ND"" '"
               "/^```/ { if (!inb) { inb=1; print; next } "
               "else { inb=0; print; bi++; "
               "rcf=nd ""/rc_"" bi; "
               "if ((getline rc < rcf) > 0) { close(rcf); "
               "print """"; print ""> exit code: "" rc; "
               "print """"; print ""```output""; "
               "of=nd ""/out_"" bi; "
               "while ((getline l < of) > 0) print l; close(of); "
               "ef=nd ""/err_"" bi; "
               "while ((getline l < ef) > 0) "
               "print ""stderr| "" l; close(ef); "
               "print ""```"" }; next } } "
               "{ print }' ""$MD"" > '"
               FUNCTION TRIM(WS-NB-OUT) "'; "
               "rm -rf ""$ND"" "
               FUNCTION TRIM(WS-BATCH-LIST-PATH) "; "
               "echo; echo 'Rendered copy written to "
               FUNCTION TRIM(WS-NB-OUT) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE WS-NB-RAN TO WS-COUNT-DISP.
           DISPLAY "Notebook summary: "
               FUNCTION TRIM(WS-COUNT-DISP) " block(s) executed".
           IF WS-NB-STOP = "Y"
               MOVE WS-EXIT-CODE TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       NOTEBOOK-RUN-BLOCK.
           ADD 1 TO WS-NB-IDX.
           IF WS-NB-STOP = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-TO > 0 AND WS-NB-IDX > WS-NB-TO
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-NB-LANG.
           UNSTRING BATCH-LIST-LINE DELIMITED BY X"09"
               INTO WS-FILENAME WS-NB-LANG
           END-UNSTRING.

           PERFORM NOTEBOOK-MAP-LANG.
           IF WS-LANGUAGE = "unknown"
               MOVE WS-NB-IDX TO WS-COUNT-DISP
               DISPLAY "  SKIP  block "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   " (unknown language)"
               EXIT PARAGRAPH
           END-IF.

           PERFORM NOTEBOOK-COLLECT-STAGE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           STRING FUNCTION TRIM(WS-NB-DIR) "/stage"
               DELIMITED BY SIZE INTO WS-ARTIFACTS-DIR
           END-STRING.
           MOVE WS-NB-IDX TO WS-COUNT-DISP.
           MOVE SPACES TO WS-OUT-FILE.
           STRING FUNCTION TRIM(WS-NB-DIR) "/out_"
               FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-OUT-FILE
           END-STRING.
           MOVE SPACES TO WS-ERR-FILE.
           STRING FUNCTION TRIM(WS-NB-DIR) "/err_"
               FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-ERR-FILE
           END-STRING.

           DISPLAY "--- block " FUNCTION TRIM(WS-COUNT-DISP)
               " (" FUNCTION TRIM(WS-LANGUAGE) ") ---".
           PERFORM STAMP-EXEC-START.
           PERFORM MAKE-EXECUTE-REQUEST.
           PERFORM LOG-EXECUTION.
           ADD 1 TO WS-NB-RAN.

           MOVE WS-EXIT-CODE TO WS-EXIT-DISP.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "printf '%s\n' '"
               FUNCTION TRIM(WS-EXIT-DISP) "' > '"
               FUNCTION TRIM(WS-NB-DIR) "/rc_"
               FUNCTION TRIM(WS-COUNT-DISP) "'; "
               "sed 's/^/  /' '"
               FUNCTION TRIM(WS-NB-DIR) "/out_"
               FUNCTION TRIM(WS-COUNT-DISP) "' 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           IF WS-EXIT-CODE NOT = 0
               DISPLAY "  block failed (exit "
                   FUNCTION TRIM(WS-EXIT-DISP)
                   ") - stopping the walk"
               MOVE "Y" TO WS-NB-STOP
           END-IF.

       NOTEBOOK-POLICY-PASS.
      * Every block the walk would reach is held up against the
      * execution policy before the first one is sent. As with the
      * pipeline runner, the artifacts an earlier block hands on are
      * not known up front and the staging directory is the
      * runner's own; a refusal clears the scratch directory first
           PERFORM POLICY-RESOLVE.
           IF WS-POLICY-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE 0 TO WS-NB-IDX.
           MOVE "N" TO WS-BATCH-EOF.
           OPEN INPUT BATCH-LIST-FILE.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-LIST-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF BATCH-LIST-LINE NOT = SPACES
                           PERFORM NOTEBOOK-POLICY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.

       NOTEBOOK-POLICY-ONE.
           ADD 1 TO WS-NB-IDX.
           IF WS-NB-TO > 0 AND WS-NB-IDX > WS-NB-TO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-NB-LANG.
           UNSTRING BATCH-LIST-LINE DELIMITED BY X"09"
               INTO WS-FILENAME WS-NB-LANG
           END-UNSTRING.
           PERFORM NOTEBOOK-MAP-LANG.
           IF WS-LANGUAGE = "unknown"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NB-IDX TO WS-COUNT-DISP.
           MOVE SPACES TO WS-POLICY-WHERE.
           STRING "notebook block " FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-POLICY-WHERE
           END-STRING.
           PERFORM POLICY-TEST.
           IF WS-EXIT-CODE NOT = 0
               CLOSE BATCH-LIST-FILE
               MOVE SPACES TO WS-CURL-CMD
               STRING "rm -rf '" FUNCTION TRIM(WS-NB-DIR) "' "
                   FUNCTION TRIM(WS-BATCH-LIST-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTEBOOK-MAP-LANG.
      * A fence tag names the language directly (with the common
      * markdown aliases folded in); a bare fence falls back to the
      * shebang sniff DETECT-LANGUAGE already does
           IF WS-NB-LANG = SPACES
               PERFORM DETECT-LANGUAGE
           ELSE
               EVALUATE FUNCTION TRIM(WS-NB-LANG)
                   WHEN "py"     MOVE "python"     TO WS-LANGUAGE
                   WHEN "sh"     MOVE "bash"       TO WS-LANGUAGE
                   WHEN "shell"  MOVE "bash"       TO WS-LANGUAGE
                   WHEN "js"     MOVE "javascript" TO WS-LANGUAGE
                   WHEN "rb"     MOVE "ruby"       TO WS-LANGUAGE
                   WHEN OTHER
                       MOVE WS-NB-LANG TO WS-LANGUAGE
               END-EVALUATE
           END-IF.

       NOTEBOOK-COLLECT-STAGE.
      * Same wide-line staging list the pipeline runner builds: an
      * earlier block's artifacts become this block's input files
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "find '" FUNCTION TRIM(WS-NB-DIR) "/stage"
               "' -type f 2>/dev/null | sort | "
               "paste -sd, - > "
               FUNCTION TRIM(WS-REPL-LINE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           OPEN INPUT REPL-LINE-FILE.
           READ REPL-LINE-FILE
               AT END CONTINUE
               NOT AT END
                   IF REPL-LINE-REC NOT = SPACES
                       MOVE REPL-LINE-REC TO WS-INPUT-FILES
                   END-IF
           END-READ.
           CLOSE REPL-LINE-FILE.

       HANDLE-STATE.
      * Export/import the whole workstation state as one versioned
      * bundle: config, the encrypted credential store (kept in its
      * encrypted-at-rest form), caches, timetables, stack
      * definitions, checkpoint, durable suite results, history
      * with its archives, the approvals log and pending changes,
      * and any unflushed spool.
      * The bundle carries a manifest, and import refuses to clobber
      * local files that are newer than the bundled copies unless
      * --force is given
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           ACCEPT WS-LOCAL-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-LOCAL-PATH
           END-ACCEPT.
           MOVE "N" TO WS-FORCE-FLAG.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "--force"
                   MOVE "Y" TO WS-FORCE-FLAG
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-LOCAL-PATH = SPACES
               OR (WS-ARG2 NOT = "export"
                   AND WS-ARG2 NOT = "import")
               DISPLAY "Usage: un.cob state export <bundle>"
                   UPON SYSERR
               DISPLAY "       un.cob state import <bundle> "
                   "[--force]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ARG2 = "export"
               PERFORM STATE-EXPORT
           ELSE
               PERFORM STATE-IMPORT
           END-IF.

       STATE-EXPORT.
           PERFORM RESOLVE-APPROVAL-DIR.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "B='" FUNCTION TRIM(WS-LOCAL-PATH) "'; "
               "SD=$(mktemp -d /tmp/unsandbox_state_XXXXXX); "
               "mkdir -p ""$SD/unsandbox""; "
               "[ -f ~/.unsandboxrc ] && "
               "cp -p ~/.unsandboxrc ""$SD/unsandboxrc""; "
               "for F in credentials.gpg languages.cache "
               "versions.cache schedules.tab power.tab pool.tab "
               "batch_checkpoint.log sweep_checkpoint.log "
               "quarantine.list "
               "reap_protect.list suite_results.log history.log "
               "history.rollup rate_card secret_register.tab "
               "incidents.state escalation history.chain "
               "legal_hold; do "
               "[ -f ~/.unsandbox/""$F"" ] && "
               "cp -p ~/.unsandbox/""$F"" ""$SD/unsandbox/$F""; "
               "done; "
               "AD='" FUNCTION TRIM(WS-APPR-DIR) "'; "
               "case ""$AD"" in ""~/""*) AD=""$HOME/${AD#??}"";; "
               "esac; "
               "for F in approvals.log approvals.pending; do "
               "[ -f ""$AD/$F"" ] && "
               "cp -p ""$AD/$F"" ""$SD/unsandbox/$F""; "
               "done; "
               "[ -d ~/.unsandbox/history.archive ] && "
               "cp -pr ~/.unsandbox/history.archive "
               """$SD/unsandbox/""; "
               "[ -d ~/.unsandbox/spool ] && "
               "cp -pr ~/.unsandbox/spool ""$SD/unsandbox/""; "
               "[ -d ~/.unsandbox/stacks ] && "
               "cp -pr ~/.unsandbox/stacks ""$SD/unsandbox/""; "
               "[ -d ~/.unsandbox/templates ] && "
               "cp -pr ~/.unsandbox/templates ""$SD/unsandbox/""; "
               "{ echo 'bundle_version=1'; "
               "echo ""created=$(date -u +%Y-%m-%dT%H:%M:%SZ)""; "
               "echo ""host=$(hostname 2>/dev/null)""; "
               "( cd ""$SD"" && find . -type f | "
               "sed 's|^\./||' | sort | "
               "while IFS= read -r F; do "
               "printf 'file=%s\t%s\n' ""$F"" "
               "$(stat -c %Y ""$F""); done ); } "
               "> ""$SD/MANIFEST""; "
               "tar -C ""$SD"" -czf ""$B"" . && "
               "echo 'State bundle written to '""$B""; "
               "echo 'Contents:'; "
               "grep '^file=' ""$SD/MANIFEST"" | "
               "cut -d= -f2- | cut -f1 | sed 's/^/  /'; "
               "rm -rf ""$SD"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       STATE-IMPORT.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "B='" FUNCTION TRIM(WS-LOCAL-PATH) "'; "
               "FORCE='" WS-FORCE-FLAG "'; "
               "if [ ! -s ""$B"" ]; then "
               "echo 'Error: no such bundle: '""$B"" >&2; "
               "exit 1; fi; "
               "SD=$(mktemp -d /tmp/unsandbox_state_XXXXXX); "
               "if ! tar -xzf ""$B"" -C ""$SD"" 2>/dev/null; then "
               "echo 'Error: could not unpack bundle' >&2; "
               "rm -rf ""$SD""; exit 1; fi; "
               "if ! grep -q '^bundle_version=' "
               """$SD/MANIFEST"" 2>/dev/null; then "
               "echo 'Error: bundle carries no manifest - not an "
               "un.cob state bundle' >&2; "
               "rm -rf ""$SD""; exit 1; fi; "
               "dest() { case ""$1"" in "
               "unsandboxrc) echo ~/.unsandboxrc;; "
               "unsandbox/*) "
               "echo ~/.unsandbox/""${1#unsandbox/}"";; "
               "*) echo '';; esac; }; "
               "CONF=''; "
               "for F in $(cd ""$SD"" && find . -type f "
               "! -name MANIFEST | sed 's|^\./||'); do "
               "D=$(dest ""$F""); [ -z ""$D"" ] && continue; "
               "if [ -f ""$D"" ] && "
               "[ $(stat -c %Y ""$D"") -gt "
               "$(stat -c %Y ""$SD/$F"") ]; then "
               "CONF=""$CONF $D""; fi; done; "
               "if [ -n ""$CONF"" ] && [ ""$FORCE"" != Y ]; then "
               "echo 'Error: local state is newer than the bundle "
               "for:' >&2; "
               "for C in $CONF; do echo '  '$C >&2; done; "
               "echo 'Re-run with --force to overwrite' >&2; "
               "rm -rf ""$SD""; exit 1; fi; "
               "N=0; "
               "for F in $(cd ""$SD"" && find . -type f "
               "! -name MANIFEST | sed 's|^\./||'); do "
               "D=$(dest ""$F""); [ -z ""$D"" ] && continue; "
               "mkdir -p ""$(dirname ""$D"")""; "
               "cp -p ""$SD/$F"" ""$D""; N=$((N+1)); "
               "echo '  restored '""$D""; done; "
               "rm -rf ""$SD""; "
               "echo 'Imported '$N' file(s) from '""$B"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-DOCTOR.
      * Preflight validation of the whole local setup in one pass,
      * one PASS/WARN/FAIL line per check: external tools, config
      * file syntax, key resolution for the active profile,
      * credential validity, API reachability and clock skew, cache
      * freshness, spool/checkpoint integrity, the timetable
      * files, the execution policy in force and how far the audit
      * forwarder is behind. Exits 1
      * when anything FAILs so provisioning scripts can gate on it
           PERFORM RESOLVE-API-KEY.
           PERFORM RESOLVE-FORWARD-CONFIG.
           PERFORM POLICY-RESOLVE.
           PERFORM ENSURE-POLICY-LIB.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "RC=0; "
               "pass() { printf 'PASS  %s\n' ""$1""; }; "
               "warn() { printf 'WARN  %s\n' ""$1""; }; "
               "fail() { printf 'FAIL  %s\n' ""$1""; RC=1; }; "
               "for T in curl openssl; do "
               "if command -v ""$T"" >/dev/null 2>&1; then "
               "pass ""$T installed""; "
               "else fail ""$T missing (required)""; fi; done; "
               "for T in gpg websocat; do "
               "if command -v ""$T"" >/dev/null 2>&1; then "
               "pass ""$T installed""; "
               "else warn ""$T missing (some commands degrade)""; "
               "fi; done; "
               "command -v jq >/dev/null 2>&1 && "
               "pass 'jq installed (optional - JSON handling is "
               "built in)' || "
               "pass 'jq not needed (JSON handling is built in)'; "
               "for F in ~/.unsandboxrc /etc/unsandbox/config; do "
               "[ -f ""$F"" ] || continue; "
               "BAD=$(awk 'NF==0 { next } /^#/ { next } "
               "/^\[[^]]*\]$/ { next } "
               "/^[A-Za-z_][A-Za-z0-9_]*=/ { next } "
               "{ print NR }' ""$F"" | paste -sd, -); "
               "if [ -n ""$BAD"" ]; then "
               "fail ""config $F: malformed line(s) $BAD""; "
               "else pass ""config $F syntax""; fi; done; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           IF WS-API-KEY = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "fail 'no API key resolves for the active "
                   "profile'; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "pass 'API key resolves for the active "
                   "profile'; "
                   "VR=/tmp/unsandbox_doctor_$$.json; "
                   "HTTP=$(curl -s --max-time 15 "
                   "--connect-timeout 10 -o ""$VR"" "
                   "-w '%{http_code}' -X POST "
                   FUNCTION TRIM(WS-PORTAL-BASE) "/keys/validate "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY) "'); "
                   "if [ ""$HTTP"" = 200 ]; then "
                   "EXP=$(awk -v mode=get -v q=expired "
                   "-f /tmp/unsandbox_json.awk ""$VR"" "
                   "2>/dev/null); "
                   "if [ ""$EXP"" = true ]; then "
                   "fail 'credential is expired'; "
                   "else pass 'credential validates'; fi; "
                   "else warn ""could not validate credential "
                   "(HTTP $HTTP)""; fi; rm -f ""$VR""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SRVDATE=$(sh /tmp/unsandbox_api.sh -sI --max-time 10 "
               "--connect-timeout 10 unsandbox:/ "
               "2>/dev/null | grep -i '^Date:' | head -1 | "
               "cut -d' ' -f2-); "
               "if [ -z ""$SRVDATE"" ]; then "
               "fail 'API unreachable (no response to HEAD /)'; "
               "else "
               "SRVTS=$(date -d ""$SRVDATE"" +%s 2>/dev/null); "
               "NOW=$(date +%s); "
               "if [ -n ""$SRVTS"" ]; then "
               "D=$((NOW - SRVTS)); "
               "[ ""$D"" -lt 0 ] && D=$((-D)); "
               "if [ ""$D"" -gt 60 ]; then "
               "warn ""clock skew ${D}s against the server "
               "(signatures may be rejected)""; "
               "else pass ""API reachable, clock skew ${D}s""; fi; "
               "else pass 'API reachable'; fi; fi; "
               "sh /tmp/unsandbox_api.sh --status | sed 1d | "
               "while read -r E S; do if [ ""$S"" = healthy ]; "
               "then pass ""endpoint $E healthy""; "
               "else warn ""endpoint $E $S""; fi; done; "
               "for C in " FUNCTION TRIM(WS-LANG-CACHE-PATH)
               " " FUNCTION TRIM(WS-VERSION-CACHE) "; do "
               "if [ ! -s ""$C"" ]; then "
               "warn ""$C missing - run: un.cob languages "
               "--refresh""; continue; fi; "
               "AGE=$(( ($(date +%s) - "
               "$(stat -c %Y ""$C"")) / 86400 )); "
               "if [ ""$AGE"" -gt 30 ]; then "
               "warn ""$C is ${AGE} days old - refresh it""; "
               "else pass ""$C fresh (${AGE}d)""; fi; done; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "ORPH=0; NSP=0; "
               "for D in ~/.unsandbox/spool/*/; do "
               "[ -d ""$D"" ] || continue; NSP=$((NSP+1)); "
               "{ [ -s ""$D/meta"" ] && [ -s ""$D/body.json"" ]; } "
               "|| ORPH=$((ORPH+1)); done; "
               "if [ ""$ORPH"" -gt 0 ]; then "
               "warn ""$ORPH of $NSP spool entries lack meta or "
               "body (flush will discard them)""; "
               "else pass ""spool clean ($NSP pending)""; fi; "
               "CK=" FUNCTION TRIM(WS-BATCH-CKPT-PATH) "; "
               "if [ -s ""$CK"" ]; then "
               "warn 'batch checkpoint present - an interrupted "
               "batch can be finished with --resume'; "
               "else pass 'no leftover batch checkpoint'; fi; "
               "ST=" FUNCTION TRIM(WS-SCHED-PATH) "; "
               "if [ -s ""$ST"" ]; then "
               "BAD=$(awk -F'\t' 'NF!=7 && NF!=8 { print NR; next } "
               "{ n=split($2, c, "" ""); "
               "if (n!=5) print NR }' ""$ST"" | paste -sd, -); "
               "if [ -n ""$BAD"" ]; then "
               "fail ""schedules.tab: malformed line(s) $BAD""; "
               "else pass 'schedules.tab well-formed'; fi; "
               "else pass 'no schedules defined'; fi; "
               "PT=" FUNCTION TRIM(WS-POWER-PATH) "; "
               "if [ -s ""$PT"" ]; then "
               "BAD=$(awk -F'\t' 'NF!=4 || "
               "($3!=""freeze"" && $3!=""wake"") { print NR }' "
               """$PT"" | paste -sd, -); "
               "if [ -n ""$BAD"" ]; then "
               "fail ""power.tab: malformed line(s) $BAD""; "
               "else pass 'power.tab well-formed'; fi; "
               "for S in $(awk -F'\t' '$4 ~ /^stack:/ "
               "{ print substr($4, 7) }' ""$PT"" | sort -u); do "
               "[ -f ~/.unsandbox/stacks/""$S"".tab ] || "
               "warn ""power.tab targets stack:$S but "
               "~/.unsandbox/stacks/$S.tab is missing""; done; "
               "else pass 'no power schedules defined'; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
      * The execution policy in force for the active profile
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PF='" FUNCTION TRIM(WS-POLICY-PATH) "'; "
               "UP=/tmp/unsandbox_policy.sh; "
               "case " WS-POLICY-ACTIVE " in "
               "Y) if sh ""$UP"" lint ""$PF"" >/dev/null 2>&1; then "
               "pass ""execution policy $(sh ""$UP"" show ""$PF"")""; "
               "else fail ""execution policy $PF has errors (see: "
               "un.cob lint --type policy $PF)""; fi;; "
               "M) fail ""EXEC_POLICY names $PF, which does not "
               "exist - executions are refused"";; "
               "*) pass ""no execution policy for this profile ($PF "
               "not present)"";; esac; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
      * Forwarder lag: records not yet past the remembered offsets
      * and the age of the last clean pass against
      * FORWARD_LAG_MINUTES
           PERFORM APPEND-FORWARD-SOURCES.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ -z ""$FTGT"" ]; then "
               "pass 'audit forwarding not configured'; else "
               "FN=0; for S in $FSRCS; do fsrc ""$S""; "
               "[ -f ""$F"" ] || continue; "
               "OFF=$(cat ""$FD/$S.off"" 2>/dev/null); "
               "OFF=${OFF:-0}; SZ=$(wc -c < ""$F""); "
               "[ ""$SZ"" -lt ""$OFF"" ] && OFF=0; "
               "[ ""$SZ"" -gt ""$OFF"" ] && "
               "FN=$((FN + $(tail -c +$((OFF + 1)) ""$F"" | "
               "wc -l))); done; "
               "LP=$(cat ""$FD/last_pass"" 2>/dev/null); "
               "if [ -z ""$LP"" ]; then "
               "if [ ""$FN"" -gt 0 ]; then "
               "warn ""forwarder has never run ($FN record(s) "
               "waiting)""; "
               "else pass 'forwarder has nothing to send yet'; fi; "
               "else AGE=$(( ($(date +%s) - LP) / 60 )); "
               "if [ ""$FN"" -eq 0 ]; then "
               "pass ""forwarder up to date (last pass ${AGE}m ago)""; "
               "elif [ ""$AGE"" -gt "
               FUNCTION TRIM(WS-FWD-LAG) " ]; then "
               "warn ""forwarder $FN record(s) behind, last clean "
               "pass ${AGE}m ago""; "
               "else pass ""forwarder $FN record(s) pending (last "
               "pass ${AGE}m ago)""; fi; fi; fi; "
               "exit $RC"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-CONSOLE.
      * The shift-handover maintenance screen: services, sessions,
      * spool depth, recent history and period usage on one page
      * that redraws every --interval seconds (default 10), with
      * numbered rows so freeze/unfreeze/kill/logs/attach work
      * without retyping ids. Each pass is one shell invocation; it
      * exits 99 only when the operator quits
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CONSOLE-IV.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               IF WS-ARG2 = "--interval"
                   ACCEPT WS-CONSOLE-IV FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-CONSOLE-IV
                   END-ACCEPT
               END-IF
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.
           IF WS-CONSOLE-IV = SPACES
               MOVE "10" TO WS-CONSOLE-IV
           END-IF.

           MOVE "N" TO WS-WATCH-STOP.
           PERFORM UNTIL WS-WATCH-STOP = "Y"
               PERFORM CONSOLE-DRAW-AND-READ
               IF WS-EXIT-CODE = 99
                   MOVE "Y" TO WS-WATCH-STOP
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -f /tmp/unsandbox_console_idx.$PPID "
               "/tmp/unsandbox_console_svc.$PPID "
               "/tmp/unsandbox_console_ses.$PPID"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           MOVE 0 TO RETURN-CODE.

       CONSOLE-DRAW-AND-READ.
      * One redraw-prompt-act cycle. The prompt read is interrupted
      * by a backgrounded timer signalling USR1 (dash has no read
      * -t), so an idle console refreshes itself on the interval
           MOVE SPACES TO WS-CURL-CMD.
           STRING "A='Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'; "
               "IV='" FUNCTION TRIM(WS-CONSOLE-IV) "'; "
               "IX=/tmp/unsandbox_console_idx.$PPID; "
               "SVF=/tmp/unsandbox_console_svc.$PPID; "
               "SEF=/tmp/unsandbox_console_ses.$PPID; "
               ": > ""$IX""; N=0; TAB=$(printf '\t'); "
               "clear 2>/dev/null || printf '\033[2J\033[H'; "
               "echo '=== unsandbox console '"
               "$(date -u +%H:%M:%S)' UTC "
               "(q quit | f/u/k/l/a <row>)'; "
               "echo; echo '--- services ---'; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 -X GET "
               "unsandbox:/services -H ""$A"" | "
               "awk -v mode=list -v q=services "
               "-v f=id,name,status,vcpu,ram_gb "
               "-v sep='\t' -v dflt=- "
               "-f /tmp/unsandbox_json.awk "
               "2>/dev/null > ""$SVF""; "
               "if [ -s ""$SVF"" ]; then "
               "while IFS=""$TAB"" read -r ID NM ST VC RG; do "
               "N=$((N+1)); "
               "printf '%3d  %-26s %-16s %-10s %sv/%sg\n' "
               """$N"" ""$ID"" ""$NM"" ""$ST"" ""$VC"" ""$RG""; "
               "printf '%s\tservice\t%s\n' ""$N"" ""$ID"" "
               ">> ""$IX""; done < ""$SVF""; "
               "else echo '  (none)'; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "echo; echo '--- sessions ---'; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 -X GET "
               "unsandbox:/sessions -H ""$A"" | "
               "awk -v mode=list -v q=sessions "
               "-v f=id,shell,status,created_at "
               "-v sep='\t' -v dflt=- "
               "-f /tmp/unsandbox_json.awk "
               "2>/dev/null > ""$SEF""; "
               "if [ -s ""$SEF"" ]; then "
               "while IFS=""$TAB"" read -r ID SH ST CR; do "
               "N=$((N+1)); "
               "printf '%3d  %-26s %-10s %-10s %s\n' "
               """$N"" ""$ID"" ""$SH"" ""$ST"" ""$CR""; "
               "printf '%s\tsession\t%s\n' ""$N"" ""$ID"" "
               ">> ""$IX""; done < ""$SEF""; "
               "else echo '  (none)'; fi; "
               "echo; "
               "echo '--- spool depth: '"
               "$(ls -d ~/.unsandbox/spool/*/ 2>/dev/null | wc -l)"
               "' queued request(s) ---'; "
               "echo; echo '--- recent history ---'; "
               "tail -5 ~/.unsandbox/history.log 2>/dev/null | "
               "awk -F'\t' '{ printf ""  %s  %-32s %-10s "
               "exit %d\n"", $1, $2, $3, $4+0 }'; "
               "echo; echo '--- usage this period ---'; "
               "UC=~/.unsandbox/usage.cache; "
               "NOW=$(date +%s); "
               "MT=$(stat -c %Y ""$UC"" 2>/dev/null || echo 0); "
               "if [ ! -s ""$UC"" ] || "
               "[ $((NOW - MT)) -ge 300 ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 -X GET "
               "unsandbox:/usage -H ""$A"" "
               "> ""$UC.tmp"" 2>/dev/null && "
               "[ -s ""$UC.tmp"" ] && mv ""$UC.tmp"" ""$UC""; "
               "rm -f ""$UC.tmp""; fi; "
               "jgd() { V=$(awk -v mode=get -v q=""$1"" "
               "-f /tmp/unsandbox_json.awk ""$2""); "
               "[ -n ""$V"" ] || V=""$3""; printf '%s' ""$V""; }; "
               "if [ -s ""$UC"" ]; then "
               "echo '  executions: '"
               "$(jgd executions_this_period ""$UC"" '?')"
               "'   minutes: '"
               "$(jgd minutes_consumed ""$UC"" '?')"
               "'   service-hours: '"
               "$(jgd service_hours_billed ""$UC"" '?'); "
               "else echo '  (unavailable)'; fi; "
               "echo; printf 'console> '; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "trap 'exit 0' USR1; "
               "( sleep ""$IV""; kill -USR1 $$ 2>/dev/null ) & "
               "TP=$!; "
               "IFS= read -r CMDLINE || CMDLINE=q; "
               "kill ""$TP"" 2>/dev/null; "
               "set -- $CMDLINE; C=${1:-}; R=${2:-}; "
               "[ ""$C"" = q ] && exit 99; "
               "[ -z ""$C"" ] && exit 0; "
               "T=$(awk -F'\t' -v n=""$R"" '$1==n { print $2 }' "
               """$IX""); "
               "ID=$(awk -F'\t' -v n=""$R"" '$1==n { print $3 }' "
               """$IX""); "
               "if [ -z ""$ID"" ]; then "
               "echo 'no such row: '$R; sleep 1; exit 0; fi; "
               "case ""$C"" in "
               "f) if [ ""$T"" = service ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST unsandbox:/services/"
               """$ID""/sleep -H ""$A"" >/dev/null && "
               "echo 'frozen '$ID; "
               "else echo 'f acts on service rows'; fi;; "
               "u) if [ ""$T"" = service ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST unsandbox:/services/"
               """$ID""/wake -H ""$A"" >/dev/null && "
               "echo 'waking '$ID; "
               "else echo 'u acts on service rows'; fi;; "
               "k) if [ ""$T"" = session ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X DELETE unsandbox:/sessions/"
               """$ID"" -H ""$A"" >/dev/null && "
               "echo 'killed '$ID; "
               "else echo 'k acts on session rows'; fi;; "
               "l) if [ ""$T"" = service ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X GET unsandbox:/services/"
               """$ID""/logs -H ""$A"" | "
               "awk -v mode=get -v q=logs "
               "-f /tmp/unsandbox_json.awk | tail -40; "
               "else echo 'l acts on service rows'; fi; "
               "printf '(enter to continue) '; read -r _;; "
               "a) if [ ""$T"" = session ] && "
               "command -v websocat >/dev/null 2>&1; then "
               "UB=$(sh /tmp/unsandbox_api.sh --base); "
               "websocat -t - ""wss://${UB#*://}/sessions/$ID/attach"" "
               "-H ""$A""; "
               "else echo 'a needs a session row and websocat'; "
               "fi;; "
               "*) echo 'unknown command: '$C;; esac; "
               "sleep 1; exit 0"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

       SESSION-REAP.
      * Walk the session list and kill what the policy says is
      * abandoned: older than --max-age hours, or idle longer than
      * --max-idle hours when the API reports last_activity (flags
      * fall back to the REAP_MAX_AGE_HOURS / REAP_MAX_IDLE_HOURS
      * config keys). Ids or names listed one per line in
      * ~/.unsandbox/reap_protect.list are never reaped, so the
      * long-lived sessions we rely on are safe even from an hourly
      * cron invocation. --dry-run shows the verdicts only
           MOVE SPACES TO WS-REAP-AGE.
           MOVE SPACES TO WS-REAP-IDLE.
           MOVE "N" TO WS-REAP-DRY.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--max-age"
                       ACCEPT WS-REAP-AGE FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-REAP-AGE
                       END-ACCEPT
                   WHEN "--max-idle"
                       ACCEPT WS-REAP-IDLE FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-REAP-IDLE
                       END-ACCEPT
                   WHEN "--dry-run"
                       MOVE "Y" TO WS-REAP-DRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-REAP-AGE = SPACES
               MOVE "REAP_MAX_AGE_HOURS" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-REAP-AGE
           END-IF.
           IF WS-REAP-IDLE = SPACES
               MOVE "REAP_MAX_IDLE_HOURS" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-REAP-IDLE
           END-IF.
           IF WS-REAP-AGE = SPACES AND WS-REAP-IDLE = SPACES
               DISPLAY "Error: session --reap needs --max-age or "
                   "--max-idle (or the REAP_MAX_AGE_HOURS / "
                   "REAP_MAX_IDLE_HOURS config keys)" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "MAXA='" FUNCTION TRIM(WS-REAP-AGE) "'; "
               "MAXI='" FUNCTION TRIM(WS-REAP-IDLE) "'; "
               "DRY='" WS-REAP-DRY "'; "
               "PL=~/.unsandbox/reap_protect.list; "
               "NOW=$(date +%s); FAILS=0; NK=0; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/sessions "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' | "
               "awk -v mode=list -v q=sessions "
               "-v f=id,name,created_at,last_activity "
               "-v sep='\037' -v dflt=@empty "
               "-f /tmp/unsandbox_json.awk 2>/dev/null | "
               "while IFS=""$(printf '\037')"" "
               "read -r ID NM CR LA; do "
               "[ -z ""$ID"" ] && continue; "
               "if [ -s ""$PL"" ] && { grep -qxF ""$ID"" ""$PL"" "
               "|| { [ -n ""$NM"" ] && "
               "grep -qxF ""$NM"" ""$PL""; }; }; then "
               "echo '  KEEP  '$ID' (protected)'; continue; fi; "
               "KILL=no; WHY=''; "
               "if [ -n ""$MAXA"" ] && [ -n ""$CR"" ]; then "
               "CTS=$(date -d ""$CR"" +%s 2>/dev/null); "
               "if [ -n ""$CTS"" ] && "
               "[ $(( (NOW - CTS) / 3600 )) -ge ""$MAXA"" ]; then "
               "KILL=yes; "
               "WHY='age '$(( (NOW - CTS) / 3600 ))'h'; fi; fi; "
               "if [ ""$KILL"" = no ] && [ -n ""$MAXI"" ] && "
               "[ -n ""$LA"" ]; then "
               "LTS=$(date -d ""$LA"" +%s 2>/dev/null); "
               "if [ -n ""$LTS"" ] && "
               "[ $(( (NOW - LTS) / 3600 )) -ge ""$MAXI"" ]; then "
               "KILL=yes; "
               "WHY='idle '$(( (NOW - LTS) / 3600 ))'h'; fi; fi; "
               "if [ ""$KILL"" = no ]; then "
               "echo '  KEEP  '$ID; continue; fi; "
               "if [ ""$DRY"" = Y ]; then "
               "echo '  WOULD KILL '$ID' ('$WHY')'; continue; fi; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s -o /dev/null -w '%{http_code}' "
               "--max-time 30 --connect-timeout 10 -X DELETE "
               "unsandbox:/sessions/""$ID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/$ID"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-HTTP.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" = 200 ]; then "
               "echo '  KILLED '$ID' ('$WHY')'; "
               "else echo '  FAIL   '$ID' (HTTP '$HTTP')'; "
               "exit 9; fi; "
               "done"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           IF WS-EXIT-CODE = 9
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-EXIT-CODE TO RETURN-CODE
           END-IF.

       HANDLE-POOL.
      * Managed warm sessions to shave the several-second cold
      * SESSION-CREATE off interactive one-liners: start keeps N
      * alive, status health-checks (replacing the dead), stop
      * reclaims everything. session --exec @pool leases the next
      * entry round-robin instead of needing an explicit id
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM TRACE-RESOLVE.
           PERFORM RESOLVE-SCAN-POLICY.

           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           EVALUATE WS-ARG2
               WHEN "start"
                   PERFORM POOL-START
               WHEN "status"
                   PERFORM POOL-STATUS
               WHEN "stop"
                   PERFORM POOL-STOP
               WHEN OTHER
                   DISPLAY "Usage: un.cob pool "
                       "<start|status|stop>" UPON SYSERR
                   DISPLAY "  start --size N [--language <shell>] "
                       "[--template <name>]" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       POOL-START.
      * A --template is restored into every session the fill creates
      * and kept on the pool entry, so a replacement made by status
      * or a lease comes up prepared the same way
           MOVE SPACES TO WS-POOL-SIZE.
           MOVE SPACES TO WS-POOL-LANG.
           MOVE SPACES TO WS-TPL-NAME.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--size"
                       ACCEPT WS-POOL-SIZE FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-POOL-SIZE
                       END-ACCEPT
                   WHEN "--language"
                       ACCEPT WS-POOL-LANG FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-POOL-LANG
                       END-ACCEPT
                   WHEN "--template"
                       ACCEPT WS-TPL-NAME FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-TPL-NAME
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-POOL-SIZE = SPACES
               DISPLAY "Usage: un.cob pool start --size N "
                   "[--language <shell>] [--template <name>]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BEGIN-LOCKED-COMMAND.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SESSION-UPLOAD-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PT=" FUNCTION TRIM(WS-POOL-PATH) "; "
               "N='" FUNCTION TRIM(WS-POOL-SIZE) "'; "
               "L='" FUNCTION TRIM(WS-POOL-LANG) "'; "
               "TPL='" FUNCTION TRIM(WS-TPL-NAME) "'; "
               "[ -n ""$L"" ] || L=bash; "
               "if [ -n ""$TPL"" ]; then "
               "trslv ""$TPL"" || exit 1; TPL=""$TN@$TV""; fi; "
               "I=0; while [ ""$I"" -lt ""$N"" ]; do "
               "RESP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST unsandbox:/sessions "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "-d '{""shell"":""'""$L""'""}'); "
               "ID=$(printf '%s' ""$RESP"" | awk -v mode=get "
               "-v q=id -f /tmp/unsandbox_json.awk); "
               "if [ -z ""$ID"" ]; then "
               "echo 'Error: session create failed:' >&2; "
               "echo ""$RESP"" >&2; exit 1; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/sessions" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ -n ""$TPL"" ] && ! trestore ""$ID""; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/sessions/""$ID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' >/dev/null; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE "/sessions/$ID" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "echo 'pool: fill stopped - '""$ID""' discarded' >&2; "
               "exit 1; fi; "
               "printf '%s\t%s\t%s\t%s\n' ""$ID"" ""$L"" "
               "$(date -u +%Y-%m-%dT%H:%M:%SZ) ""${TPL:--}"" "
               ">> ""$PT""; "
               "echo 'pool: created '""$ID""' ('""$L""')'; "
               "I=$((I+1)); done; "
               "echo 'Pool size now '$(wc -l < ""$PT"")"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       POOL-STATUS.
      * Probe every pooled session with a no-op execute; a dead one
      * is killed and replaced in place so the pool keeps its size
      * (and gets the entry's template restored)
           PERFORM BEGIN-LOCKED-COMMAND.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SESSION-UPLOAD-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PT=" FUNCTION TRIM(WS-POOL-PATH) "; "
               "if [ ! -s ""$PT"" ]; then "
               "echo 'Pool is empty - start with: un.cob pool "
               "start --size N'; exit 0; fi; "
               "TMP=/tmp/unsandbox_pool_$$; : > ""$TMP""; "
               "TAB=$(printf '\t'); "
               "printf '%-26s %-10s %-8s %-20s %s\n' "
               "SESSION SHELL STATE CREATED TEMPLATE; "
               "while IFS=""$TAB"" read -r ID L TS TPL; do "
               "[ -n ""$TPL"" ] || TPL=-; "
               "[ -z ""$ID"" ] && continue; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 "
               "-o /dev/null -w '%{http_code}' -X POST "
               "unsandbox:/sessions/""$ID""/execute "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "-d '{""command"":""true""}'); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/$ID/execute"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-HTTP.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" = 200 ]; then "
               "printf '%-26s %-10s %-8s %-20s %s\n' "
               """$ID"" ""$L"" alive ""$TS"" ""$TPL""; "
               "printf '%s\t%s\t%s\t%s\n' ""$ID"" ""$L"" ""$TS"" "
               """$TPL"" >> ""$TMP""; "
               "else "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/sessions/""$ID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' >/dev/null; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/$ID"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "RESP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST unsandbox:/sessions "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "-d '{""shell"":""'""$L""'""}'); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "NID=$(printf '%s' ""$RESP"" | awk -v mode=get "
               "-v q=id -f /tmp/unsandbox_json.awk); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-POOL-TEMPLATE-RESTORE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ -n ""$NID"" ]; then "
               "printf '%-26s %-10s %-8s %-20s %s\n' "
               """$NID"" ""$L"" replaced - ""$TPL""; "
               "printf '%s\t%s\t%s\t%s\n' ""$NID"" ""$L"" "
               "$(date -u +%Y-%m-%dT%H:%M:%SZ) ""$TPL"" >> ""$TMP""; "
               "else printf '%-26s %-10s %-8s %-20s %s\n' "
               """$ID"" ""$L"" dead ""$TS"" ""$TPL""; fi; fi; "
               "done < ""$PT""; "
               "mv ""$TMP"" ""$PT"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       POOL-STOP.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PT=" FUNCTION TRIM(WS-POOL-PATH) "; "
               "if [ ! -s ""$PT"" ]; then "
               "echo 'Pool is already empty'; exit 0; fi; "
               "TAB=$(printf '\t'); "
               "while IFS=""$TAB"" read -r ID L TS; do "
               "[ -z ""$ID"" ] && continue; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/sessions/""$ID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' >/dev/null; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/$ID"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "echo 'pool: terminated '""$ID""; "
               "done < ""$PT""; rm -f ""$PT""; "
               "echo 'Pool stopped'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       POOL-LEASE.
      * Round-robin lease for session --exec @pool: rotate the head
      * entry to the tail, health-check it, and hand back a fresh
      * replacement instead of a dead session. Leaves the leased id
      * in WS-ID (spaces when the pool is empty)
           PERFORM BEGIN-LOCKED-COMMAND.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SESSION-UPLOAD-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PT=" FUNCTION TRIM(WS-POOL-PATH) "; "
               "SCR=" FUNCTION TRIM(WS-CONFIG-VALUE-PATH) "; "
               ": > ""$SCR""; "
               "[ -s ""$PT"" ] || exit 0; "
               "H=$(head -1 ""$PT""); "
               "TMP=/tmp/unsandbox_pool_$$; "
               "tail -n +2 ""$PT"" > ""$TMP""; "
               "printf '%s\n' ""$H"" >> ""$TMP""; "
               "mv ""$TMP"" ""$PT""; "
               "ID=$(printf '%s' ""$H"" | cut -f1); "
               "L=$(printf '%s' ""$H"" | cut -f2); "
               "TPL=$(printf '%s' ""$H"" | cut -f4); "
               "[ -n ""$TPL"" ] || TPL=-; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 "
               "-o /dev/null -w '%{http_code}' -X POST "
               "unsandbox:/sessions/""$ID""/execute "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "-d '{""command"":""true""}'); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/$ID/execute"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-HTTP.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" != 200 ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/sessions/""$ID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' >/dev/null; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions/$ID"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "RESP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST unsandbox:/sessions "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "-d '{""shell"":""'""$L""'""}'); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/sessions"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "NID=$(printf '%s' ""$RESP"" | awk -v mode=get "
               "-v q=id -f /tmp/unsandbox_json.awk); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-POOL-TEMPLATE-RESTORE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "[ -z ""$NID"" ] && exit 0; "
               "awk -F'\t' -v o=""$ID"" -v n=""$NID"" "
               "-v t=$(date -u +%Y-%m-%dT%H:%M:%SZ) -v p=""$TPL"" "
               "'BEGIN { OFS=""\t"" } "
               "$1==o { print n, $2, t, p; next } { print }' "
               """$PT"" > ""$TMP"" && mv ""$TMP"" ""$PT""; "
               "ID=$NID; fi; "
               "printf '%s\n' ""$ID"" > ""$SCR"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-ID.
           IF WS-ID = SPACES
               DISPLAY "Error: session pool is empty or could not "
                   "be replenished - run un.cob pool start"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "pool: leased session " FUNCTION TRIM(WS-ID)
               UPON SYSERR.

       APPEND-POOL-TEMPLATE-RESTORE.
      * A replacement pool session ($NID) for an entry that carries a
      * template ($TPL) is only good once the template is back in
      * it; one that will not restore is deleted and NID cleared so
      * the caller treats it as a failed replacement
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ -n ""$NID"" ] && [ ""$TPL"" != - ] && "
               "! { trslv ""$TPL"" && trestore ""$NID""; } >&2; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 15 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/sessions/""$NID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' >/dev/null; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE "/sessions/$NID" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-SIMPLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "NID=''; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       PARSE-SERVICE-LIST-ARGS.
      * --json switches SERVICE-LIST to raw JSON output instead of the
      * formatted id/name/status line; --page/--limit/--status/--type
      * are all passed through to the API as query params
           MOVE "N" TO WS-JSON-FLAG.
           MOVE SPACES TO WS-PAGE.
           MOVE SPACES TO WS-LIMIT.
           MOVE SPACES TO WS-LIST-STATUS.
           MOVE SPACES TO WS-LIST-TYPE.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--json"
                       MOVE "Y" TO WS-JSON-FLAG
                   WHEN "--page"
                       ACCEPT WS-PAGE FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-PAGE
                       END-ACCEPT
                   WHEN "--limit"
                       ACCEPT WS-LIMIT FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-LIMIT
                       END-ACCEPT
                   WHEN "--status"
                       ACCEPT WS-LIST-STATUS FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-LIST-STATUS
                       END-ACCEPT
                   WHEN "--type"
                       ACCEPT WS-LIST-TYPE FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-LIST-TYPE
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           PERFORM BUILD-LIST-QUERY.

       SERVICE-LIST.
           MOVE SPACES TO WS-CURL-CMD.
           IF WS-JSON-FLAG = "Y"
               STRING "sh /tmp/unsandbox_api.sh "
                   "-s --max-time 30 --connect-timeout 10 -X "
               "GET "
                   "unsandbox:/services"
                   FUNCTION TRIM(WS-LIST-QUERY) " "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY) "' "
                   "| awk -v mode=getjson -v q=services "
                   "-f /tmp/unsandbox_json.awk"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING "sh /tmp/unsandbox_api.sh "
                   "-s --max-time 30 --connect-timeout 10 -X "
               "GET "
                   "unsandbox:/services"
                   FUNCTION TRIM(WS-LIST-QUERY) " "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY)
                   "' | awk -v mode=list -v q=services "
                   "-v f=id,name,status "
                   "-f /tmp/unsandbox_json.awk "
                   "2>/dev/null || echo 'No services'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-INFO.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' | awk -v mode=getjson "
               "-f /tmp/unsandbox_json.awk"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-LOGS.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) "/logs "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' | awk -v mode=get -v q=logs "
               "-f /tmp/unsandbox_json.awk"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       PARSE-SERVICE-LOGS-ARGS.
      * Shared by the collector and the search: bare words are the
      * service list (collector) or the pattern (search); --service
      * narrows the search and may also name collector services,
      * --since/--until bound the search window the way history's
      * do, -i makes the pattern case-blind, --interval and --once
      * pace the collector
           MOVE SPACES TO WS-LOGS-SVCS.
           MOVE SPACES TO WS-LOGS-PATTERN.
           MOVE SPACES TO WS-LOGS-SINCE.
           MOVE SPACES TO WS-LOGS-UNTIL.
           MOVE SPACES TO WS-WATCH-INTERVAL.
           MOVE "N" TO WS-LOGS-ONCE.
           MOVE "N" TO WS-LOGS-ICASE.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--interval"
                       ACCEPT WS-WATCH-INTERVAL FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-WATCH-INTERVAL
                       END-ACCEPT
                   WHEN "--once"
                       MOVE "Y" TO WS-LOGS-ONCE
                   WHEN "-i"
                       MOVE "Y" TO WS-LOGS-ICASE
                   WHEN "--since"
                       ACCEPT WS-LOGS-SINCE FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-LOGS-SINCE
                       END-ACCEPT
                   WHEN "--until"
                       ACCEPT WS-LOGS-UNTIL FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-LOGS-UNTIL
                       END-ACCEPT
                   WHEN "--service"
                       ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-ARG3
                       END-ACCEPT
                       PERFORM ADD-LOGS-SERVICE
                   WHEN OTHER
                       IF WS-ARG2 = "--logs-search"
                           AND WS-LOGS-PATTERN = SPACES
                           MOVE WS-ARG3 TO WS-LOGS-PATTERN
                       ELSE
                           PERFORM ADD-LOGS-SERVICE
                       END-IF
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-WATCH-INTERVAL = SPACES
               MOVE "60" TO WS-WATCH-INTERVAL
           END-IF.

       ADD-LOGS-SERVICE.
      * Services are kept space-separated (commas in one argument
      * work too) for the shell loop to walk
           INSPECT WS-ARG3 REPLACING ALL "," BY " ".
           IF WS-ARG3 NOT = SPACES
               STRING FUNCTION TRIM(WS-LOGS-SVCS) " "
                   FUNCTION TRIM(WS-ARG3)
                   DELIMITED BY SIZE INTO WS-LOGS-SVCS
               END-STRING
           END-IF.

       APPEND-LOG-COLLECT-FN.
      * Shell helpers over the log archive. lcoll <service> fetches
      * the service's current log tail and appends only what the
      * previous poll had not seen: the longest run of lines that
      * ends the last snapshot and starts this one is the overlap,
      * and everything after it is new (no overlap means the server
      * rotated past us, and the whole tail is kept). It sets LCN to
      * the number of new lines. lexc <service> <epoch> <file>
      * writes the archived lines within LW minutes either side of
      * the epoch to the file. Both are sourced from the file
      * ENSURE-LOGFN-LIB writes
           PERFORM ENSURE-LOGFN-LIB.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "LKEY='" FUNCTION TRIM(WS-API-KEY) "'; "
               ". /tmp/unsandbox_logfn.sh; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       SERVICE-LOGS-COLLECT.
      * Collector mode: poll every listed service's logs each
      * --interval seconds (default 60) and keep the new lines in
      * the local archive, in the foreground like --watch; --once
      * makes a single pass for cron or the schedule runner. A
      * service whose fetch fails is reported and retried next pass
           IF WS-LOGS-SVCS = SPACES
               DISPLAY "Usage: un.cob service --logs-collect "
                   "<service>[,<service>...] [--interval <secs>] "
                   "[--once]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-LOG-COLLECT-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SVCS='" FUNCTION TRIM(WS-LOGS-SVCS) "'; "
               "ONCE='" WS-LOGS-ONCE "'; RC=0; "
               "[ ""$ONCE"" = Y ] || echo 'Collecting logs of '"
               """$SVCS""' every " FUNCTION TRIM(WS-WATCH-INTERVAL)
               "s (Ctrl+C to stop)...'; "
               "while true; do RC=0; for S in $SVCS; do "
               "if lcoll ""$S""; then "
               "[ ""$LCN"" -gt 0 ] && echo ""$(date -u "
               "+%Y-%m-%dT%H:%M:%SZ) $S: $LCN new line(s)""; "
               "else echo ""$(date -u +%Y-%m-%dT%H:%M:%SZ) $S: "
               "log fetch failed"" >&2; RC=1; fi; done; "
               "[ ""$ONCE"" = Y ] && exit $RC; "
               "sleep " FUNCTION TRIM(WS-WATCH-INTERVAL) "; done"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SERVICE-LOGS-SEARCH.
      * grep -E across the archive: every service, or those named
      * with --service; --since/--until pick the daily files by name
      * and then the lines by their collection stamp (a date-only
      * --until runs through the end of that day, as in history).
      * Prints service, stamp and line; exits 1 on no match, as
      * grep does
           IF WS-LOGS-PATTERN = SPACES
               DISPLAY "Usage: un.cob service --logs-search "
                   "<pattern> [--service <s>] [--since <t>] "
                   "[--until <t>] [-i]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "LA=~/.unsandbox/logs; "
               "SVCS='" FUNCTION TRIM(WS-LOGS-SVCS) "'; "
               "S='" FUNCTION TRIM(WS-LOGS-SINCE) "'; "
               "U='" FUNCTION TRIM(WS-LOGS-UNTIL) "'; "
               "GI=''; [ '" WS-LOGS-ICASE "' = Y ] && GI=-i; "
               "if [ ! -d ""$LA"" ]; then "
               "echo 'No collected logs yet (service "
               "--logs-collect)' >&2; exit 1; fi; "
               "[ -n ""$SVCS"" ] || SVCS=$(ls ""$LA""); "
               "SD=${S%%T*}; UD=${U%%T*}; N=0; "
               "for V in $SVCS; do "
               "for F in ""$LA/$V""/*.log; do "
               "[ -f ""$F"" ] || continue; D=$(basename ""$F"" .log); "
               "[ -n ""$SD"" ] && [ ""$D"" \< ""$SD"" ] && continue; "
               "[ -n ""$UD"" ] && [ ""$D"" \> ""$UD"" ] && continue; "
               "awk -F'\t' -v s=""$S"" -v u=""$U"" "
               "'(s == """" || $1 >= s) && "
               "(u == """" || $1 <= (u ""~""))' ""$F"" | "
               "grep -E $GI -e '" FUNCTION TRIM(WS-LOGS-PATTERN) "' "
               "| awk -F'\t' -v v=""$V"" '{ print v ""  "" $1 "
               """  "" substr($0, length($1) + 2) }'; "
               "done; done | "
               "awk 'END { exit NR == 0 } 1'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SERVICE-SLEEP.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) "/sleep "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' >/dev/null && "
               "echo -e '\x1b[32mService sleeping: "
               FUNCTION TRIM(WS-ID) "\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/services/" FUNCTION TRIM(WS-ID) "/sleep"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-WAKE.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) "/wake "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' >/dev/null && "
               "echo -e '\x1b[32mService waking: "
               FUNCTION TRIM(WS-ID) "\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/services/" FUNCTION TRIM(WS-ID) "/wake"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-DESTROY.
           IF WS-ID NOT = SPACES
               MOVE WS-PROFILE TO WS-APPR-PROFILE
               MOVE SPACES TO WS-APPR-HASH
               MOVE SPACES TO WS-APPR-OP
               STRING "service --destroy " FUNCTION TRIM(WS-ID)
                   DELIMITED BY SIZE INTO WS-APPR-OP
               END-STRING
               PERFORM APPROVAL-GATE
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' >/dev/null && "
               "echo -e '\x1b[32mService destroyed: "
               FUNCTION TRIM(WS-ID) "\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/services/" FUNCTION TRIM(WS-ID)
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD.

       RESOLVE-APPROVAL-DIR.
      * Where approvals.pending and approvals.log live: APPROVALS_PATH
      * from the config (a directory every operator can reach), else
      * ~/.unsandbox. Resolved once, ahead of any command build
           IF WS-APPR-RESOLVED = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-APPR-RESOLVED.
           MOVE "APPROVALS_PATH" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-APPR-DIR.
           IF WS-APPR-DIR = SPACES
               MOVE "~/.unsandbox" TO WS-APPR-DIR
           END-IF.

       APPEND-APPROVAL-FILES.
      * Shell prologue naming the approval files ($P pending, $L
      * log), the acting operator ($OP: UNSANDBOX_OPERATOR, else the
      * login name) and $NOW, with the approvals lock held on fd 8
      * for the rest of the command - the directory may be shared,
      * so the per-workstation lock under ~/.unsandbox is not enough.
      * pending: id, requested, requester, profile, state (pending|
      * approved|rejected|executed), decided by, decided, operation.
      * log: time, id, event, operator, profile, operation, note
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "AD='" FUNCTION TRIM(WS-APPR-DIR) "'; "
               "case ""$AD"" in ""~/""*) AD=""$HOME/${AD#??}"";; "
               "esac; mkdir -p ""$AD"" || exit 1; "
               "P=""$AD/approvals.pending""; "
               "L=""$AD/approvals.log""; "
               "touch ""$P"" ""$L"" || exit 1; "
               "OP=""${UNSANDBOX_OPERATOR:-$(id -un)}""; "
               "NOW=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "if command -v flock >/dev/null 2>&1; then "
               "exec 8>>""$AD/.approvals.lock""; flock 8; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPROVAL-GATE.
      * Two-person rule for destructive or production-affecting
      * service changes. Nothing happens unless the target profile
      * (WS-APPR-PROFILE, blank for the flat keys) says PROTECTED=Y.
      * Then the operation runs only by consuming an approved request
      * for exactly the signature in WS-APPR-OP, which flips it to
      * executed so one approval buys one run; otherwise a request
      * is filed (or the open one reported) and the command stops
      * with 75, the deferred-not-failed code the spool uses
           MOVE WS-PROFILE TO WS-SAVED-PROFILE.
           MOVE WS-APPR-PROFILE TO WS-PROFILE.
           MOVE "PROTECTED" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-SAVED-PROFILE TO WS-PROFILE.
           IF WS-CONFIG-VALUE NOT = "Y" AND NOT = "y" AND NOT = "1"
               AND NOT = "yes" AND NOT = "on"
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVE-APPROVAL-DIR.
           PERFORM NOTIFY-RESOLVE.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-APPROVAL-FILES.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PR='" FUNCTION TRIM(WS-APPR-PROFILE) "'; "
               "[ -n ""$PR"" ] || PR=default; "
               "SIG='" FUNCTION TRIM(WS-APPR-OP) "'; "
               "HF='" FUNCTION TRIM(WS-APPR-HASH) "'; "
               "if [ -n ""$HF"" ]; then "
               "SIG=""$SIG sha256=$(sha256sum < ""$HF"" "
               "2>/dev/null | cut -c1-16)""; fi; "
               "R=$(awk -F'\t' -v s=""$SIG"" -v p=""$PR"" "
               "'$4==p && $8==s && "
               "($5==""approved"" || $5==""pending"") "
               "{ print $5, $1, ($5==""approved"" ? $6 : $3) }' "
               """$P"" | sort | head -1); "
               "set -- $R; "
               "case ""$1"" in "
               "approved) "
               "awk -F'\t' -v OFS='\t' -v i=""$2"" "
               "'$1==i { $5=""executed"" } 1' ""$P"" "
               "> ""$P.tmp"" && mv ""$P.tmp"" ""$P""; "
               "printf '%s\t%s\texecuted\t%s\t%s\t%s\t%s\n' "
               """$NOW"" ""$2"" ""$OP"" ""$PR"" ""$SIG"" "
               """approved by $3"" >> ""$L""; "
               "echo ""A $2 $3 $PR"" > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH) ";; "
               "pending) echo ""P $2 $3 $PR"" > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH) ";; "
               "*) ID=$(date -u +%Y%m%d%H%M%S)-$$; "
               "printf '%s\t%s\t%s\t%s\tpending\t-\t-\t%s\n' "
               """$ID"" ""$NOW"" ""$OP"" ""$PR"" ""$SIG"" "
               ">> ""$P""; "
               "printf '%s\t%s\trequested\t%s\t%s\t%s\t-\n' "
               """$NOW"" ""$ID"" ""$OP"" ""$PR"" ""$SIG"" "
               ">> ""$L""; "
               "echo ""N $ID $OP $PR"" > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH) ";; esac"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE SPACES TO WS-APPR-STATE.
           IF WS-EXIT-CODE = 0
               PERFORM READ-SCRATCH-LINE
               MOVE SPACES TO WS-APPR-ID
               MOVE SPACES TO WS-APPR-WHO
               MOVE SPACES TO WS-APPR-PROFILE
               UNSTRING WS-CONFIG-VALUE DELIMITED BY ALL SPACE
                   INTO WS-APPR-STATE WS-APPR-ID WS-APPR-WHO
                       WS-APPR-PROFILE
               END-UNSTRING
           END-IF.

           EVALUATE WS-APPR-STATE
               WHEN "A"
                   DISPLAY "Approval " FUNCTION TRIM(WS-APPR-ID)
                       " (approved by " FUNCTION TRIM(WS-APPR-WHO)
                       ") consumed - proceeding" UPON SYSERR
               WHEN "P"
                   DISPLAY "Profile " FUNCTION TRIM(WS-APPR-PROFILE)
                       " is protected: this change is already "
                       "awaiting approval as "
                       FUNCTION TRIM(WS-APPR-ID)
                       " (requested by " FUNCTION TRIM(WS-APPR-WHO)
                       ")" UPON SYSERR
                   MOVE 75 TO RETURN-CODE
                   STOP RUN
               WHEN "N"
                   DISPLAY "Profile " FUNCTION TRIM(WS-APPR-PROFILE)
                       " is protected: change filed for approval as "
                       FUNCTION TRIM(WS-APPR-ID) UPON SYSERR
                   DISPLAY "  a second operator must run: un.cob "
                       "approve " FUNCTION TRIM(WS-APPR-ID)
                       " - then re-run this command" UPON SYSERR
                   MOVE SPACES TO WS-NOTIFY-MSG
                   STRING "un.cob: " FUNCTION TRIM(WS-APPR-WHO)
                       " requests approval "
                       FUNCTION TRIM(WS-APPR-ID) " on profile "
                       FUNCTION TRIM(WS-APPR-PROFILE) ": "
                       FUNCTION TRIM(WS-APPR-OP)
                       DELIMITED BY SIZE INTO WS-NOTIFY-MSG
                   END-STRING
                   PERFORM NOTIFY-SEND
                   MOVE 75 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Error: could not record the approval "
                       "request under " FUNCTION TRIM(WS-APPR-DIR)
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SERVICE-EXPORT.
      * Gather everything needed to recreate a service - the sizing
      * and routing SERVICE-INFO reports, the bootstrap script
      * SERVICE-DUMP-BOOTSTRAP fetches, and the vault
      * SERVICE-ENV-EXPORT returns - into one JSON manifest for
      * disaster recovery or cloning
           IF WS-ID = SPACES OR WS-LOCAL-PATH = SPACES
               DISPLAY "Usage: un.cob service --export <id> <file>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "INFO=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X GET "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'); "
               "UJ=/tmp/unsandbox_json.awk; "
               "jgj() { V=$(printf '%s' ""$INFO"" | "
               "awk -v mode=getjson -v q=""$1"" -f ""$UJ""); "
               "[ -n ""$V"" ] || V=""$2""; printf '%s' ""$V""; }; "
               "if [ -z ""$INFO"" ] || "
               "[ ""$(printf '%s' ""$INFO"" | awk -v mode=get "
               "-v q=id -f ""$UJ"")"" = '' "
               "]; then "
               "echo 'Error: could not read service "
               FUNCTION TRIM(WS-ID) "' >&2; exit 1; fi; "
               "BOOT=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) "/execute "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "-d '{\""command\"":\""cat /tmp/bootstrap.sh\""}' | "
               "awk -v mode=get -v q=stdout -f ""$UJ""); "
               "ENVC=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) "/env/export "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' | "
               "awk -v mode=get -v q=content -f ""$UJ""); "
               "BJ=$(printf '%s' ""$BOOT"" | "
               "awk -v mode=strline -f ""$UJ""); "
               "EJ=$(printf '%s' ""$ENVC"" | "
               "awk -v mode=strline -f ""$UJ""); "
               "printf '%s' ""{\""service\"":{"
               "\""name\"":$(jgj name null),"
               "\""ports\"":$(jgj ports []),"
               "\""domains\"":$(jgj domains []),"
               "\""service_type\"":$(jgj service_type null),"
               "\""vcpu\"":$(jgj vcpu 1),"
               "\""ram_gb\"":$(jgj ram_gb 2)},"
               "\""bootstrap\"":$BJ,\""env\"":$EJ}"" > '"
               FUNCTION TRIM(WS-LOCAL-PATH) "' && "
               "echo 'Manifest for " FUNCTION TRIM(WS-ID)
               " written to " FUNCTION TRIM(WS-LOCAL-PATH) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SERVICE-APPLY.
      * Recreate a service from an exported manifest: POST the
      * definition to /services the way SERVICE-CREATE does, then PUT
      * the vault contents onto the new id. The manifest is plain
      * JSON so staging tweaks (a different name, no domains) are an
      * editor session away
           IF WS-LOCAL-PATH = SPACES
               DISPLAY "Usage: un.cob service --apply <file>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PROFILE TO WS-APPR-PROFILE.
           MOVE WS-LOCAL-PATH TO WS-APPR-HASH.
           MOVE SPACES TO WS-APPR-OP.
           STRING "service --apply " FUNCTION TRIM(WS-LOCAL-PATH)
               DELIMITED BY SIZE INTO WS-APPR-OP
           END-STRING.
           PERFORM APPROVAL-GATE.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "MF='" FUNCTION TRIM(WS-LOCAL-PATH) "'; "
               "if [ ! -s ""$MF"" ]; then "
               "echo 'Error: no such manifest: '""$MF"" >&2; "
               "exit 1; fi; "
               "UJ=/tmp/unsandbox_json.awk; "
               "jmf() { V=$(awk -v mode=getjson -v q=""$1"" "
               "-f ""$UJ"" ""$MF""); "
               "[ -n ""$V"" ] || V=""$2""; printf '%s' ""$V""; }; "
               "BODY=""{\""name\"":$(jmf service.name null),"
               "\""ports\"":$(jmf service.ports []),"
               "\""domains\"":$(jmf service.domains []),"
               "\""vcpu\"":$(jmf service.vcpu 1),"
               "\""ram_gb\"":$(jmf service.ram_gb 2)""; "
               "STJ=$(awk -v mode=getjson -v q=service.service_type "
               "-f ""$UJ"" ""$MF""); "
               "[ -n ""$STJ"" ] && [ ""$STJ"" != null ] && "
               "BODY=""$BODY,\""service_type\"":$STJ""; "
               "BJ=$(awk -v mode=getjson -v q=bootstrap "
               "-f ""$UJ"" ""$MF""); "
               "if [ -n ""$BJ"" ] && [ ""$BJ"" != '""""' ] && "
               "[ ""$BJ"" != null ]; then "
               "BODY=""$BODY,\""bootstrap\"":$BJ""; fi; "
               "BODY=""$BODY}""; "
               "RESP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST "
               "unsandbox:/services "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "--data-binary ""$BODY""); "
               "NEWID=$(printf '%s' ""$RESP"" | awk -v mode=get "
               "-v q=id -f /tmp/unsandbox_json.awk); "
               "if [ -z ""$NEWID"" ]; then "
               "echo 'Error: service creation failed:' >&2; "
               "echo ""$RESP"" >&2; exit 1; fi; "
               "echo ""$NEWID""' created'; "
               "ENVC=$(awk -v mode=get -v q=env "
               "-f ""$UJ"" ""$MF""); "
               "if [ -n ""$ENVC"" ]; then "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X PUT "
               "unsandbox:/services/""$NEWID""/env "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "-H 'Content-Type: text/plain' "
               "--data-binary ""$ENVC"" >/dev/null && "
               "echo 'Vault applied to '""$NEWID""; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

      * A failed recreate reaches the chat hooks like any other
      * failed service action
           IF WS-EXIT-CODE NOT = 0
               PERFORM NOTIFY-RESOLVE
               MOVE WS-EXIT-CODE TO WS-EXIT-DISP
               MOVE SPACES TO WS-NOTIFY-MSG
               STRING "un.cob service apply "
                   FUNCTION TRIM(WS-LOCAL-PATH)
                   " failed with exit "
                   FUNCTION TRIM(WS-EXIT-DISP)
                   DELIMITED BY SIZE INTO WS-NOTIFY-MSG
               END-STRING
               PERFORM NOTIFY-SEND
           END-IF.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SERVICE-DUMP-BOOTSTRAP.
      * Check if WS-ARG3 contains --dump-file argument
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           MOVE SPACES TO WS-BOOTSTRAP.
           IF WS-ARG3 = "--dump-file"
               ACCEPT WS-BOOTSTRAP FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-BOOTSTRAP
               END-ACCEPT
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "echo 'Fetching bootstrap script from "
               FUNCTION TRIM(WS-ID) "...' >&2; "
               "RESP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X "
               "POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) "/execute "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -d '{\""command\"":\""cat /tmp/bootstrap.sh\""}'); "
               "STDOUT=$(printf '%s' ""$RESP"" | awk -v mode=get "
               "-v q=stdout -f /tmp/unsandbox_json.awk); "
               "if [ -n \""$STDOUT\"" ]; then "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           IF WS-BOOTSTRAP NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "echo \""$STDOUT\"" > '"
                   FUNCTION TRIM(WS-BOOTSTRAP)
                   "' && chmod 755 '"
                   FUNCTION TRIM(WS-BOOTSTRAP)
                   "' && echo 'Bootstrap saved to "
                   FUNCTION TRIM(WS-BOOTSTRAP) "'; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "echo \""$STDOUT\""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "else echo -e '\x1b[31mError: Failed to fetch "
               "bootstrap\x1b[0m' >&2; exit 1; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       PARSE-SERVICE-DEPLOY-ARGS.
      * --path picks where in the service the archive unpacks
      * (default /app); --run takes one post-deploy command, quoted
      * by the caller, to restart or migrate after the files land;
      * --probe <url> arms the health gate (the same URL probe
      * SERVICE-WATCH uses) and --confirm sets its window in
      * seconds (default 60)
           MOVE SPACES TO WS-REMOTE-PATH.
           MOVE SPACES TO WS-EXEC-CMD.
           MOVE SPACES TO WS-PROBE-URL.
           MOVE SPACES TO WS-DEPLOY-CONFIRM.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--path"
                       ACCEPT WS-REMOTE-PATH FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-REMOTE-PATH
                       END-ACCEPT
                   WHEN "--run"
                       ACCEPT WS-EXEC-CMD FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-EXEC-CMD
                       END-ACCEPT
                   WHEN "--probe"
                       ACCEPT WS-PROBE-URL FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-PROBE-URL
                       END-ACCEPT
                   WHEN "--confirm"
                       ACCEPT WS-DEPLOY-CONFIRM FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-DEPLOY-CONFIRM
                       END-ACCEPT
                   WHEN "--allow-secrets"
                       MOVE "Y" TO WS-SCAN-OVERRIDE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-REMOTE-PATH = SPACES
               MOVE "/app" TO WS-REMOTE-PATH
           END-IF.
           IF WS-DEPLOY-CONFIRM = SPACES
               MOVE "60" TO WS-DEPLOY-CONFIRM
           END-IF.

       SERVICE-DEPLOY.
      * Staged ship of a project directory into a running service:
      * the tree is archived locally under ~/.unsandbox/deploys/<id>
      * (staged -> current, with the displaced build kept as
      * previous), pushed through the same one-command
      * /services/<id>/execute channel SERVICE-DUMP-BOOTSTRAP uses,
      * and - when --probe is given - watched for a confirmation
      * window; a failed probe or post-deploy command automatically
      * restores the previous archive, so a bad build never needs a
      * human with a stopwatch
           IF WS-ID = SPACES OR WS-PROJECT-DIR = SPACES
               DISPLAY "Usage: un.cob service deploy <id> <dir> "
                   "[--path <target>] [--run <command>] "
                   "[--probe <url>] [--confirm <secs>] "
                   "[--allow-secrets]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SID='" FUNCTION TRIM(WS-ID) "'; "
               "PROJDIR='" FUNCTION TRIM(WS-PROJECT-DIR) "'; "
               "TARGET='" FUNCTION TRIM(WS-REMOTE-PATH) "'; "
               "PROBE='" FUNCTION TRIM(WS-PROBE-URL) "'; "
               "CONF='" FUNCTION TRIM(WS-DEPLOY-CONFIRM) "'; "
               "DDIR=~/.unsandbox/deploys/""$SID""; "
               "mkdir -p ""$DDIR""; "
               "if [ ! -d ""$PROJDIR"" ]; then "
               "echo 'Error: not a directory: '""$PROJDIR"" >&2; "
               "exit 1; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE """$PROJDIR""" TO WS-SCAN-TARGETS.
           PERFORM APPEND-SECRET-SCAN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "tar -C ""$PROJDIR"" -czf ""$DDIR/staged.tgz"" .; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-DEPLOY-HELPERS.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if ! push_archive ""$DDIR/staged.tgz""; then "
               "echo 'Error: deploy push failed' >&2; "
               "rm -f ""$DDIR/staged.tgz""; exit 1; fi; "
               "echo 'Deployed '""$PROJDIR""' -> "
               "'""$SID"":""$TARGET""; "
               "echo 'Files:'; "
               "tar -tzf ""$DDIR/staged.tgz"" | "
               "grep -v '^\./$' | sed 's/^/  /'; "
               "[ -f ""$DDIR/current.tgz"" ] && "
               "cp ""$DDIR/current.tgz"" ""$DDIR/previous.tgz""; "
               "mv ""$DDIR/staged.tgz"" ""$DDIR/current.tgz""; "
               "printf '%s\n' ""$TARGET"" > ""$DDIR/target""; "
               "GATEOK=yes; "
               "if ! run_post; then "
               "echo 'Post-deploy command failed' >&2; "
               "GATEOK=no; fi; "
               "if [ ""$GATEOK"" = yes ] && [ -n ""$PROBE"" ]; then "
               "echo 'Probing '""$PROBE""' for '""$CONF""'s...'; "
               "sleep 5; T0=$(date +%s); "
               "while [ $(( $(date +%s) - T0 )) -lt ""$CONF"" ]; do "
               "if ! curl -sf --max-time 10 ""$PROBE"" "
               ">/dev/null 2>&1; then GATEOK=no; break; fi; "
               "sleep 5; done; fi; "
               "if [ ""$GATEOK"" = no ]; then "
               "echo 'Health gate failed - restoring the previous "
               "archive' >&2; "
               "if [ -s ""$DDIR/previous.tgz"" ]; then "
               "if push_archive ""$DDIR/previous.tgz""; then "
               "cp ""$DDIR/previous.tgz"" ""$DDIR/current.tgz""; "
               "run_post || true; "
               "echo 'Rolled back '""$SID""; "
               "else echo 'Error: rollback push failed - service "
               "left on the bad build' >&2; fi; "
               "else echo 'No previous archive recorded - nothing "
               "to restore' >&2; fi; exit 1; fi; "
               "[ -n ""$PROBE"" ] && echo 'Health gate passed'; "
               "exit 0"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

      * A failed deploy reaches the chat hooks like any other
      * failed service action
           IF WS-EXIT-CODE NOT = 0
               PERFORM NOTIFY-RESOLVE
               MOVE WS-EXIT-CODE TO WS-EXIT-DISP
               MOVE SPACES TO WS-NOTIFY-MSG
               STRING "un.cob service deploy "
                   FUNCTION TRIM(WS-ID) " ("
                   FUNCTION TRIM(WS-PROJECT-DIR)
                   ") failed with exit "
                   FUNCTION TRIM(WS-EXIT-DISP)
                   DELIMITED BY SIZE INTO WS-NOTIFY-MSG
               END-STRING
               PERFORM NOTIFY-SEND
           END-IF.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SERVICE-EACH.
      * Apply one action to every service matching the same
      * --status/--type filters SERVICE-LIST understands: freeze,
      * unfreeze, a resize, an env set, a destroy, or a
      * watchdog-style status check. --dry-run lists what would be
      * touched; otherwise each service reports OK/FAIL individually
      * and a single failure
      * makes the whole command exit nonzero
           MOVE SPACES TO WS-LIST-STATUS.
           MOVE SPACES TO WS-LIST-TYPE.
           MOVE SPACES TO WS-PAGE.
           MOVE SPACES TO WS-LIMIT.
           MOVE "N" TO WS-EACH-DRY.
           MOVE SPACES TO WS-EACH-ACTION.
           MOVE 0 TO WS-VCPU.
           MOVE 0 TO WS-RAM-OVERRIDE.
           MOVE SPACES TO WS-SVC-ENVS.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--status"
                       ACCEPT WS-LIST-STATUS FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-LIST-STATUS
                       END-ACCEPT
                   WHEN "--type"
                       ACCEPT WS-LIST-TYPE FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-LIST-TYPE
                       END-ACCEPT
                   WHEN "--dry-run"
                       MOVE "Y" TO WS-EACH-DRY
                   WHEN "--freeze"
                       MOVE "freeze" TO WS-EACH-ACTION
                   WHEN "--unfreeze"
                       MOVE "unfreeze" TO WS-EACH-ACTION
                   WHEN "--check"
                       MOVE "check" TO WS-EACH-ACTION
                   WHEN "--destroy"
                       MOVE "destroy" TO WS-EACH-ACTION
                   WHEN "destroy"
                       MOVE "destroy" TO WS-EACH-ACTION
                   WHEN "--resize"
                       MOVE "resize" TO WS-EACH-ACTION
                   WHEN "-v"
                       ACCEPT WS-VCPU-STR FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-VCPU-STR
                       END-ACCEPT
                       MOVE FUNCTION NUMVAL(WS-VCPU-STR) TO WS-VCPU
                   WHEN "-m"
                       ACCEPT WS-RAM-STR FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-RAM-STR
                       END-ACCEPT
                       MOVE FUNCTION NUMVAL(WS-RAM-STR)
                           TO WS-RAM-OVERRIDE
                   WHEN "env-set"
                       MOVE "envset" TO WS-EACH-ACTION
                   WHEN "--expires"
                       ACCEPT WS-SREG-EXPIRES FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-SREG-EXPIRES
                       END-ACCEPT
                   WHEN "-e"
                       ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-ARG3
                       END-ACCEPT
                       IF WS-SVC-ENVS NOT = SPACES
                           STRING FUNCTION TRIM(WS-SVC-ENVS) X"0A"
                               FUNCTION TRIM(WS-ARG3)
                               DELIMITED BY SIZE INTO WS-SVC-ENVS
                           END-STRING
                       ELSE
                           MOVE WS-ARG3 TO WS-SVC-ENVS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-EACH-ACTION = SPACES
               DISPLAY "Usage: un.cob service --each [--status <s>] "
                   "[--type <t>] [--dry-run] <action>" UPON SYSERR
               DISPLAY "  actions: --freeze | --unfreeze | --check "
                   "| --resize -v N [-m GB] | env-set -e K=V ... "
                   "[--expires YYYY-MM-DD] | destroy" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EACH-ACTION = "resize"
               AND (WS-VCPU < 1 OR WS-VCPU > 8)
               DISPLAY "Error: --resize requires -v N (1-8)"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EACH-ACTION = "envset" AND WS-SVC-ENVS = SPACES
               DISPLAY "Error: env-set requires at least one "
                   "-e KEY=VALUE" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RAM-OVERRIDE > 0
               MOVE WS-RAM-OVERRIDE TO WS-RAM
           ELSE
               COMPUTE WS-RAM = WS-VCPU * 2
           END-IF.
           MOVE WS-RAM TO WS-RAM-DISP.

      * A mass destroy is approved by its filters: the services they
      * select are resolved when the approved run happens
           IF WS-EACH-ACTION = "destroy" AND WS-EACH-DRY = "N"
               MOVE WS-PROFILE TO WS-APPR-PROFILE
               MOVE SPACES TO WS-APPR-HASH
               MOVE "service --each destroy" TO WS-APPR-OP
               IF WS-LIST-STATUS NOT = SPACES
                   STRING FUNCTION TRIM(WS-APPR-OP) " --status "
                       FUNCTION TRIM(WS-LIST-STATUS)
                       DELIMITED BY SIZE INTO WS-APPR-OP
                   END-STRING
               END-IF
               IF WS-LIST-TYPE NOT = SPACES
                   STRING FUNCTION TRIM(WS-APPR-OP) " --type "
                       FUNCTION TRIM(WS-LIST-TYPE)
                       DELIMITED BY SIZE INTO WS-APPR-OP
                   END-STRING
               END-IF
               PERFORM APPROVAL-GATE
           END-IF.

           PERFORM BUILD-LIST-QUERY.
           IF WS-EACH-ACTION = "envset"
               PERFORM RESOLVE-SECRET-REGISTER
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           IF WS-EACH-ACTION = "envset"
               PERFORM APPEND-SECRET-REGISTER-FN
           END-IF.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "IDS=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X GET unsandbox:/services"
               FUNCTION TRIM(WS-LIST-QUERY) " "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' | "
               "awk -v mode=list -v q=services -v f=id "
               "-f /tmp/unsandbox_json.awk 2>/dev/null); "
               "if [ -z ""$IDS"" ]; then "
               "echo 'No matching services'; exit 0; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           IF WS-EACH-DRY = "Y"
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "for I in $IDS; do "
                   "echo 'would " FUNCTION TRIM(WS-EACH-ACTION)
                   " '$I; done"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM SERVICE-EACH-APPLY
           END-IF.

       SERVICE-EACH-APPLY.
           IF WS-EACH-ACTION = "envset"
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "ENV_CONTENT=$(cat <<'UNSANDBOX_ENV_EOF'"
                   X"0A" FUNCTION TRIM(WS-SVC-ENVS) X"0A"
                   "UNSANDBOX_ENV_EOF" X"0A" "); "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "FAILS=0; TOT=0; for I in $IDS; do "
               "TOT=$((TOT+1)); OK=no; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           EVALUATE WS-EACH-ACTION
               WHEN "freeze"
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "HTTP=$(sh /tmp/unsandbox_api.sh "
                       "-s -o /dev/null "
                       "-w '%{http_code}' --max-time 30 "
                       "--connect-timeout 10 -X POST "
                       "unsandbox:/services/"
                       """$I""/sleep "
                       "-H 'Authorization: Bearer "
                       FUNCTION TRIM(WS-API-KEY) "'); "
                       "[ ""$HTTP"" = 200 ] && OK=yes; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
                   MOVE "POST" TO WS-TRACE-METHOD
                   MOVE SPACES TO WS-TRACE-EPATH
                   STRING "/services/$I/sleep"
                       DELIMITED BY SIZE INTO WS-TRACE-EPATH
                   END-STRING
                   PERFORM APPEND-TRACE-HTTP
               WHEN "unfreeze"
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "HTTP=$(sh /tmp/unsandbox_api.sh "
                       "-s -o /dev/null "
                       "-w '%{http_code}' --max-time 30 "
                       "--connect-timeout 10 -X POST "
                       "unsandbox:/services/"
                       """$I""/wake "
                       "-H 'Authorization: Bearer "
                       FUNCTION TRIM(WS-API-KEY) "'); "
                       "[ ""$HTTP"" = 200 ] && OK=yes; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
                   MOVE "POST" TO WS-TRACE-METHOD
                   MOVE SPACES TO WS-TRACE-EPATH
                   STRING "/services/$I/wake"
                       DELIMITED BY SIZE INTO WS-TRACE-EPATH
                   END-STRING
                   PERFORM APPEND-TRACE-HTTP
               WHEN "resize"
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "HTTP=$(sh /tmp/unsandbox_api.sh "
                       "-s -o /dev/null "
                       "-w '%{http_code}' --max-time 30 "
                       "--connect-timeout 10 -X PATCH "
                       "unsandbox:/services/""$I"" "
                       "-H 'Content-Type: application/json' "
                       "-H 'Authorization: Bearer "
                       FUNCTION TRIM(WS-API-KEY)
                       "' -d '{""vcpu"":"
                       FUNCTION TRIM(WS-VCPU-STR)
                       ",""ram_gb"":" FUNCTION TRIM(WS-RAM-DISP)
                       "}'); "
                       "[ ""$HTTP"" = 200 ] && OK=yes && "
                       "printf '%s\t%s\tresize\tok\t%sx%s\n' "
                       """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" ""$I"" "
                       FUNCTION TRIM(WS-VCPU-STR) " "
                       FUNCTION TRIM(WS-RAM-DISP) " "
                       ">> ~/.unsandbox/power.log; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
                   MOVE "PATCH" TO WS-TRACE-METHOD
                   MOVE SPACES TO WS-TRACE-EPATH
                   STRING "/services/$I"
                       DELIMITED BY SIZE INTO WS-TRACE-EPATH
                   END-STRING
                   PERFORM APPEND-TRACE-HTTP
               WHEN "envset"
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "HTTP=$(sh /tmp/unsandbox_api.sh "
                       "-s -o /dev/null "
                       "-w '%{http_code}' --max-time 30 "
                       "--connect-timeout 10 -X PUT "
                       "unsandbox:/services/"
                       """$I""/env "
                       "-H 'Authorization: Bearer "
                       FUNCTION TRIM(WS-API-KEY) "' "
                       "-H 'Content-Type: text/plain' "
                       "--data-binary ""$ENV_CONTENT""); "
                       "[ ""$HTTP"" = 200 ] && OK=yes; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
                   MOVE "PUT" TO WS-TRACE-METHOD
                   MOVE SPACES TO WS-TRACE-EPATH
                   STRING "/services/$I/env"
                       DELIMITED BY SIZE INTO WS-TRACE-EPATH
                   END-STRING
                   PERFORM APPEND-TRACE-HTTP
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "[ ""$OK"" = yes ] && "
                       "printf '%s\n' ""$ENV_CONTENT"" | "
                       "sreg ""$I"" set; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               WHEN "destroy"
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "HTTP=$(sh /tmp/unsandbox_api.sh "
                       "-s -o /dev/null "
                       "-w '%{http_code}' --max-time 30 "
                       "--connect-timeout 10 -X DELETE "
                       "unsandbox:/services/""$I"" "
                       "-H 'Authorization: Bearer "
                       FUNCTION TRIM(WS-API-KEY) "'); "
                       "case ""$HTTP"" in 200|204) OK=yes;; esac; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
                   MOVE "DELETE" TO WS-TRACE-METHOD
                   MOVE SPACES TO WS-TRACE-EPATH
                   STRING "/services/$I"
                       DELIMITED BY SIZE INTO WS-TRACE-EPATH
                   END-STRING
                   PERFORM APPEND-TRACE-HTTP
               WHEN "check"
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "ST=$(sh /tmp/unsandbox_api.sh -s --max-time 30 "
                       "--connect-timeout 10 -X GET "
                       "unsandbox:/services/""$I"" "
                       "-H 'Authorization: Bearer "
                       FUNCTION TRIM(WS-API-KEY) "' | "
                       "awk -v mode=get -v q=status "
                       "-f /tmp/unsandbox_json.awk); "
                       "[ -n ""$ST"" ] || ST=unreachable; "
                       "echo '  status '$I': '$ST; "
                       "[ ""$ST"" = running ] && OK=yes; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
           END-EVALUATE.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$OK"" = yes ]; then "
               "echo '  OK    " FUNCTION TRIM(WS-EACH-ACTION)
               " '$I; else "
               "echo '  FAIL  " FUNCTION TRIM(WS-EACH-ACTION)
               " '$I; FAILS=$((FAILS+1)); fi; done; "
               "echo 'Each summary: '$TOT' service(s), '$FAILS' "
               "failed'; "
               "[ ""$FAILS"" -eq 0 ]"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       APPEND-DEPLOY-HELPERS.
      * Shell helpers shared by deploy and rollback: push_archive
      * base64s a local .tgz and unpacks it at $TARGET through the
      * service's execute channel; run_post fires the --run command
      * (a quoted heredoc, as elsewhere) or is a no-op when none
      * was given
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "UJ=/tmp/unsandbox_json.awk; "
               "push_archive() { "
               "A=$(base64 -w0 < ""$1""); "
               "B=""{\""command\"":$({ "
               "printf 'mkdir -p %s && echo ' ""$TARGET""; "
               "printf '%s' ""$A""; "
               "printf ' | base64 -d | tar -xzf - -C %s' "
               """$TARGET""; } | "
               "awk -v mode=strline -f ""$UJ"")}""; "
               "R=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 60 --connect-timeout 10 "
               "-X POST "
               "unsandbox:/services/""$SID""/execute "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "--data-binary ""$B""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
      * The archive push carries the whole deployed tree, so it is
      * recorded with its request/response sizes
           IF WS-TRACE-PATH NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD) X"0A"
                   "utrace POST ""/services/$SID/execute"" - "
                   """${#B}"" ""${#R}"" """"; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "RC=$(printf '%s' ""$R"" | awk -v mode=get "
               "-v q=exit_code -f ""$UJ""); "
               "[ -n ""$RC"" ] || RC=1; "
               "[ ""$RC"" = 0 ]; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           IF WS-EXEC-CMD NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "CMD=$(cat <<'UNSANDBOX_CMD_EOF'"
                   X"0A" FUNCTION TRIM(WS-EXEC-CMD) X"0A"
                   "UNSANDBOX_CMD_EOF" X"0A" "); "
                   "run_post() { "
                   "echo 'Post-deploy: '""$CMD""; "
                   "B2=""{\""command\"":$(printf '%s' ""$CMD"" "
                   "| awk -v mode=strline -f ""$UJ"")}""; "
                   "R2=$(sh /tmp/unsandbox_api.sh -s --max-time 60 "
                   "--connect-timeout 10 -X POST "
                   "unsandbox:/services/""$SID""/"
                   "execute "
                   "-H 'Content-Type: application/json' "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY) "' "
                   "--data-binary ""$B2""); "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               IF WS-TRACE-PATH NOT = SPACES
                   STRING FUNCTION TRIM(WS-CURL-CMD) X"0A"
                       "utrace POST ""/services/$SID/execute"" - "
                       """${#B2}"" ""${#R2}"" """"; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "printf '%s' ""$R2"" | awk -v mode=get "
                   "-v q=stdout -f ""$UJ""; "
                   "printf '%s' ""$R2"" | awk -v mode=get "
                   "-v q=stderr -f ""$UJ"" >&2; "
                   "RC2=$(printf '%s' ""$R2"" | awk -v mode=get "
                   "-v q=exit_code -f ""$UJ""); "
                   "[ -n ""$RC2"" ] || RC2=1; "
                   "case ""$RC2"" in ''|null) RC2=0;; "
                   "*[!0-9-]*) RC2=1;; esac; "
                   "return $((RC2 & 255)); }; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "run_post() { return 0; }; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

       SERVICE-ROLLBACK.
      * On-demand restore of the previous deploy archive, the same
      * path the failed health gate takes automatically. The unpack
      * target recorded at deploy time wins over --path
           IF WS-ID = SPACES
               DISPLAY "Usage: un.cob service rollback <id> "
                   "[--path <target>] [--run <command>]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SID='" FUNCTION TRIM(WS-ID) "'; "
               "TARGET='" FUNCTION TRIM(WS-REMOTE-PATH) "'; "
               "DDIR=~/.unsandbox/deploys/""$SID""; "
               "[ -s ""$DDIR/target"" ] && "
               "TARGET=$(cat ""$DDIR/target""); "
               "if [ ! -s ""$DDIR/previous.tgz"" ]; then "
               "echo 'Error: no previous deploy archive recorded "
               "for '""$SID"" >&2; exit 1; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-DEPLOY-HELPERS.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if push_archive ""$DDIR/previous.tgz""; then "
               "cp ""$DDIR/previous.tgz"" ""$DDIR/current.tgz""; "
               "run_post || true; "
               "echo 'Rolled back '""$SID""' to the previous "
               "archive'; "
               "else echo 'Error: rollback push failed' >&2; "
               "exit 1; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       PARSE-SERVICE-ENV-ARGS.
      * -e KEY=VALUE may repeat; collect into WS-SVC-ENVS as real
      * newline-separated lines so it can be dropped straight into a
      * text/plain vault payload; --env-file names a local dotenv file
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "-e"
                       ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-ARG3
                       END-ACCEPT
                       IF WS-SVC-ENVS NOT = SPACES
                           STRING FUNCTION TRIM(WS-SVC-ENVS) X"0A"
                               FUNCTION TRIM(WS-ARG3)
                               DELIMITED BY SIZE INTO WS-SVC-ENVS
                           END-STRING
                       ELSE
                           MOVE WS-ARG3 TO WS-SVC-ENVS
                       END-IF
                   WHEN "--env-file"
                       ACCEPT WS-SVC-ENV-FILE FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-SVC-ENV-FILE
                       END-ACCEPT
                   WHEN "--expires"
                       ACCEPT WS-SREG-EXPIRES FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-SREG-EXPIRES
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

       SERVICE-ENV.
      * Handle env subcommand (status/set/export/delete/diff)
           IF WS-ENV-ACTION = "status"
               PERFORM SERVICE-ENV-STATUS
           ELSE IF WS-ENV-ACTION = "set"
               PERFORM SERVICE-ENV-SET
           ELSE IF WS-ENV-ACTION = "export"
               PERFORM SERVICE-ENV-EXPORT
           ELSE IF WS-ENV-ACTION = "delete"
               PERFORM SERVICE-ENV-DELETE
           ELSE IF WS-ENV-ACTION = "diff"
               PERFORM SERVICE-ENV-DIFF
           ELSE
               DISPLAY "Error: Unknown env action: "
                   FUNCTION TRIM(WS-ENV-ACTION) UPON SYSERR
               DISPLAY "Usage: un.cob service env "
                   "<status|set|export|delete|diff> <service_id>"
                   UPON SYSERR
               DISPLAY "       un.cob service env audit "
                   "[--days N] [--no-live]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF.

       SERVICE-ENV-STATUS.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ENV-TARGET) "/env "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' | awk -v mode=getjson "
               "-f /tmp/unsandbox_json.awk"

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-ENV-SET.
      * -e pairs and --env-file lines (comments/blanks stripped) are
      * merged into one newline-joined payload and PUT as text/plain,
      * the same way the vault export below hands it back. The -e
      * values reach the shell through a quoted heredoc rather than a
      * double-quoted assignment so stray $(...) or backticks typed
      * into a VALUE can never be run as a command. Each key the
      * vault accepts is filed in the secret register.
           PERFORM RESOLVE-SECRET-REGISTER.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SECRET-REGISTER-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "ENV_CONTENT=$(cat <<'UNSANDBOX_ENV_EOF'"
               X"0A" FUNCTION TRIM(WS-SVC-ENVS) X"0A"
               "UNSANDBOX_ENV_EOF" X"0A" "); "
               "ENVFILE='" FUNCTION TRIM(WS-SVC-ENV-FILE) "'; "
               "if [ -n ""$ENVFILE"" ] && [ -f ""$ENVFILE"" ]; then "
               "FILELINES=$(grep -vE '^#|^$' ""$ENVFILE""); "
               "if [ -n ""$ENV_CONTENT"" ] && [ -n ""$FILELINES"" ]; "
               "then ENV_CONTENT=""$ENV_CONTENT"
               X"0A"
               "$FILELINES""; "
               "elif [ -n ""$FILELINES"" ]; then "
               "ENV_CONTENT=""$FILELINES""; fi; fi; "
               "if [ -z ""$ENV_CONTENT"" ]; then "
               "echo -e '\x1b[31mError: No environment variables "
               "to set\x1b[0m' >&2; exit 1; fi; "
               "EF=/tmp/unsandbox_envset_$$; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s -o ""$EF"" -w '%{http_code}' "
               "--max-time 30 --connect-timeout 10 -X PUT "
               "'unsandbox:/services/"
               FUNCTION TRIM(WS-ENV-TARGET) "/env' "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -H 'Content-Type: text/plain' "
               "--data-binary ""$ENV_CONTENT""); "
               "awk -v mode=getjson -f /tmp/unsandbox_json.awk "
               "< ""$EF""; rm -f ""$EF""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "PUT" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/services/" FUNCTION TRIM(WS-ENV-TARGET) "/env"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" = 200 ]; then "
               "printf '%s\n' ""$ENV_CONTENT"" | sreg '"
               FUNCTION TRIM(WS-ENV-TARGET) "' set; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-ENV-EXPORT.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ENV-TARGET) "/env/export "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' | awk -v mode=get -v q=content "
               "-f /tmp/unsandbox_json.awk"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-ENV-DELETE.
      * The whole vault goes, so every key the register still holds
      * for the service is filed as deleted
           PERFORM RESOLVE-SECRET-REGISTER.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SECRET-REGISTER-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X DELETE "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ENV-TARGET) "/env "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' >/dev/null && "
               "echo -e '\x1b[32mVault deleted for: "
               FUNCTION TRIM(WS-ENV-TARGET) "\x1b[0m' && "
               "sregdel '" FUNCTION TRIM(WS-ENV-TARGET) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "DELETE" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/services/" FUNCTION TRIM(WS-ENV-TARGET)
               "/env"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD.

       SERVICE-ENV-DIFF.
      * Export the remote vault to a scratch file and compare its keys
      * against --env-file key-by-key so a stale local copy can't
      * silently clobber a production vault via `env set`
           IF WS-SVC-ENV-FILE = SPACES
               DISPLAY "Error: env diff requires --env-file <path>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
           ELSE
               STRING "RFILE=/tmp/unsandbox_env_remote_$$; "
                   "LFILE='" FUNCTION TRIM(WS-SVC-ENV-FILE) "'; "
                   "sh /tmp/unsandbox_api.sh "
                   "-s --max-time 30 --connect-timeout 10 -X POST "
                   "unsandbox:/services/"
                   FUNCTION TRIM(WS-ENV-TARGET) "/env/export "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY)
                   "' | awk -v mode=get -v q=content "
                   "-f /tmp/unsandbox_json.awk > ""$RFILE""; "
                   "RKEYS=/tmp/unsandbox_env_rkeys_$$; "
                   "LKEYS=/tmp/unsandbox_env_lkeys_$$; "
                   "grep -vE '^#|^$' ""$RFILE"" | cut -d= -f1 | "
                   "sort -u > ""$RKEYS""; "
                   "grep -vE '^#|^$' ""$LFILE"" | cut -d= -f1 | "
                   "sort -u > ""$LKEYS""; "
                   "comm -23 ""$RKEYS"" ""$LKEYS"" | "
                   "sed 's/^/REMOVED (only on server): /'; "
                   "comm -13 ""$RKEYS"" ""$LKEYS"" | "
                   "sed 's/^/ADDED (only in "
                   FUNCTION TRIM(WS-SVC-ENV-FILE) "): /'; "
                   "comm -12 ""$RKEYS"" ""$LKEYS"" | "
                   "while read -r K; do "
                   "RV=$(grep ""^$K="" ""$RFILE""); "
                   "LV=$(grep ""^$K="" ""$LFILE""); "
                   "[ ""$RV"" != ""$LV"" ] && "
                   "echo ""CHANGED: $K""; done; "
                   "rm -f ""$RFILE"" ""$RKEYS"" ""$LKEYS"""
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING

               CALL "SYSTEM" USING WS-CURL-CMD
           END-IF.

       SERVICE-ENV-PROMOTE.
      * Promote vault keys from a dev service to a prod service
      * across credential profiles: diff the two vaults the way
      * SERVICE-ENV-DIFF compares remote against local (keys only -
      * values stay masked), then apply the keys missing on prod
      * after confirmation. --report is the read-only parity mode
      * (nonzero exit on drift, so a release can gate on it);
      * changed values are reported but never overwritten
           ACCEPT WS-PROMOTE-TO FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PROMOTE-TO
           END-ACCEPT.
           MOVE SPACES TO WS-FROM-PROFILE.
           MOVE SPACES TO WS-TO-PROFILE.
           MOVE "N" TO WS-PROMOTE-REPORT.
           MOVE "N" TO WS-YES-FLAG.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--from-profile"
                       ACCEPT WS-FROM-PROFILE FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-FROM-PROFILE
                       END-ACCEPT
                   WHEN "--to-profile"
                       ACCEPT WS-TO-PROFILE FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-TO-PROFILE
                       END-ACCEPT
                   WHEN "--report"
                       MOVE "Y" TO WS-PROMOTE-REPORT
                   WHEN "--yes"
                       MOVE "Y" TO WS-YES-FLAG
                   WHEN "--expires"
                       ACCEPT WS-SREG-EXPIRES FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-SREG-EXPIRES
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-ENV-TARGET = SPACES OR WS-PROMOTE-TO = SPACES
               DISPLAY "Usage: un.cob service env promote "
                   "<dev-service> <prod-service> "
                   "[--from-profile <p>] [--to-profile <p>] "
                   "[--report] [--yes] [--expires YYYY-MM-DD]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Each side reads its vault with its own profile's key; a
      * missing --from/--to profile falls back to the ambient one
           MOVE WS-PROFILE TO WS-SAVED-PROFILE.
           IF WS-FROM-PROFILE NOT = SPACES
               MOVE WS-FROM-PROFILE TO WS-PROFILE
           END-IF.
           PERFORM RESOLVE-API-KEY.
           MOVE WS-API-KEY TO WS-FROM-KEY.
           MOVE WS-SAVED-PROFILE TO WS-PROFILE.
           IF WS-TO-PROFILE NOT = SPACES
               MOVE WS-TO-PROFILE TO WS-PROFILE
           END-IF.
           PERFORM RESOLVE-API-KEY.
           MOVE WS-API-KEY TO WS-TO-KEY.
           MOVE WS-SAVED-PROFILE TO WS-PROFILE.
           IF WS-FROM-KEY = SPACES OR WS-TO-KEY = SPACES
               DISPLAY "Error: could not resolve credentials for "
                   "both profiles" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Writing into a protected profile needs a second operator;
      * the read-only --report never does
           IF WS-PROMOTE-REPORT = "N"
               MOVE WS-PROFILE TO WS-APPR-PROFILE
               IF WS-TO-PROFILE NOT = SPACES
                   MOVE WS-TO-PROFILE TO WS-APPR-PROFILE
               END-IF
               MOVE SPACES TO WS-APPR-HASH
               MOVE SPACES TO WS-APPR-OP
               STRING "service env promote "
                   FUNCTION TRIM(WS-ENV-TARGET) " "
                   FUNCTION TRIM(WS-PROMOTE-TO)
                   DELIMITED BY SIZE INTO WS-APPR-OP
               END-STRING
               IF WS-FROM-PROFILE NOT = SPACES
                   STRING FUNCTION TRIM(WS-APPR-OP)
                       " --from-profile " FUNCTION TRIM(WS-FROM-PROFILE)
                       DELIMITED BY SIZE INTO WS-APPR-OP
                   END-STRING
               END-IF
               IF WS-TO-PROFILE NOT = SPACES
                   STRING FUNCTION TRIM(WS-APPR-OP)
                       " --to-profile " FUNCTION TRIM(WS-TO-PROFILE)
                       DELIMITED BY SIZE INTO WS-APPR-OP
                   END-STRING
               END-IF
               PERFORM APPROVAL-GATE
           END-IF.

      * Promoted keys are filed in the register under the profile
      * of the vault they land in
           MOVE WS-TO-PROFILE TO WS-SREG-PROFILE.
           PERFORM RESOLVE-SECRET-REGISTER.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           PERFORM APPEND-SECRET-REGISTER-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "DF=/tmp/unsandbox_prom_dev_$$; "
               "PF=/tmp/unsandbox_prom_prod_$$; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ENV-TARGET) "/env/export "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-FROM-KEY) "' | "
               "awk -v mode=get -v q=content "
                   "-f /tmp/unsandbox_json.awk > ""$DF""; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X POST "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-PROMOTE-TO) "/env/export "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-TO-KEY) "' | "
               "awk -v mode=get -v q=content "
                   "-f /tmp/unsandbox_json.awk > ""$PF""; "
               "DK=/tmp/unsandbox_prom_dk_$$; "
               "PK=/tmp/unsandbox_prom_pk_$$; "
               "grep -vE '^#|^$' ""$DF"" | cut -d= -f1 | "
               "sort -u > ""$DK""; "
               "grep -vE '^#|^$' ""$PF"" | cut -d= -f1 | "
               "sort -u > ""$PK""; "
               "MISS=$(comm -23 ""$DK"" ""$PK""); "
               "NMISS=0; [ -n ""$MISS"" ] && "
               "NMISS=$(printf '%s\n' ""$MISS"" | wc -l); "
               "NCHG=0; "
               "for K in $(comm -12 ""$DK"" ""$PK""); do "
               "DV=$(grep ""^$K="" ""$DF"" | tail -1); "
               "PV=$(grep ""^$K="" ""$PF"" | tail -1); "
               "if [ ""$DV"" != ""$PV"" ]; then "
               "echo 'CHANGED (values differ, masked): '$K; "
               "NCHG=$((NCHG+1)); fi; done; "
               "for K in $MISS; do "
               "echo 'MISSING on " FUNCTION TRIM(WS-PROMOTE-TO)
               ": '$K; done; "
               "echo 'Parity: '$NMISS' missing, '$NCHG' changed "
               "between " FUNCTION TRIM(WS-ENV-TARGET) " and "
               FUNCTION TRIM(WS-PROMOTE-TO) "'; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           IF WS-PROMOTE-REPORT = "Y"
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "rm -f ""$DF"" ""$PF"" ""$DK"" ""$PK""; "
                   "[ $((NMISS + NCHG)) -eq 0 ]"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "if [ ""$NMISS"" -eq 0 ]; then "
                   "echo 'Nothing to promote'; "
                   "rm -f ""$DF"" ""$PF"" ""$DK"" ""$PK""; "
                   "exit 0; fi; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               IF WS-YES-FLAG = "N"
                   STRING FUNCTION TRIM(WS-CURL-CMD)
                       "printf 'Apply %s missing key(s) to "
                       FUNCTION TRIM(WS-PROMOTE-TO)
                       "? [y/N] ' ""$NMISS"" >&2; "
                       "IFS= read -r A; "
                       "if [ ""$A"" != y ] && [ ""$A"" != Y ]; "
                       "then echo 'Aborted' >&2; "
                       "rm -f ""$DF"" ""$PF"" ""$DK"" ""$PK""; "
                       "exit 1; fi; "
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "MF=/tmp/unsandbox_prom_merged_$$; "
                   "cat ""$PF"" > ""$MF""; "
                   "for K in $MISS; do "
                   "grep ""^$K="" ""$DF"" | tail -1 >> ""$MF""; "
                   "done; "
                   "HTTP=$(sh /tmp/unsandbox_api.sh "
                   "-s -o /dev/null -w '%{http_code}' "
                   "--max-time 30 --connect-timeout 10 -X PUT "
                   "unsandbox:/services/"
                   FUNCTION TRIM(WS-PROMOTE-TO) "/env "
                   "-H 'Authorization: Bearer "
                   FUNCTION TRIM(WS-TO-KEY) "' "
                   "-H 'Content-Type: text/plain' "
                   "--data-binary @""$MF""); "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               MOVE "PUT" TO WS-TRACE-METHOD
               MOVE SPACES TO WS-TRACE-EPATH
               STRING "/services/"
                   FUNCTION TRIM(WS-PROMOTE-TO) "/env"
                   DELIMITED BY SIZE INTO WS-TRACE-EPATH
               END-STRING
               PERFORM APPEND-TRACE-HTTP
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "[ ""$HTTP"" = 200 ] && for K in $MISS; do "
                   "grep ""^$K="" ""$DF"" | tail -1; done | "
                   "sreg '" FUNCTION TRIM(WS-PROMOTE-TO)
                   "' promote; "
                   "rm -f ""$DF"" ""$PF"" ""$DK"" ""$PK"" ""$MF""; "
                   "if [ ""$HTTP"" != 200 ]; then "
                   "echo 'Error: vault update failed (HTTP "
                   "'""$HTTP""')' >&2; exit 1; fi; "
                   "echo 'Promoted '$NMISS' key(s) to "
                   FUNCTION TRIM(WS-PROMOTE-TO) "'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       PARSE-SERVICE-RESIZE-ARGS.
      * -v sets vCPU; -m optionally overrides the RAM that would
      * otherwise be computed from it
           MOVE 0 TO WS-VCPU.
           MOVE 0 TO WS-RAM-OVERRIDE.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "-v"
                   ACCEPT WS-VCPU-STR FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-VCPU-STR
                   END-ACCEPT
                   MOVE FUNCTION NUMVAL(WS-VCPU-STR) TO WS-VCPU
               ELSE IF WS-ARG3 = "-m"
                   ACCEPT WS-RAM-STR FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-RAM-STR
                   END-ACCEPT
                   MOVE FUNCTION NUMVAL(WS-RAM-STR) TO WS-RAM-OVERRIDE
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

       SERVICE-RESIZE.
      * Validate vcpu
           IF WS-VCPU < 1 OR WS-VCPU > 8
               DISPLAY "Error: --resize requires -v N (1-8)"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * RAM defaults to 2 GB per vCPU; -m overrides with an explicit
      * value for workloads that don't fit that fixed ratio
           IF WS-RAM-OVERRIDE > 0
               MOVE WS-RAM-OVERRIDE TO WS-RAM
           ELSE
               COMPUTE WS-RAM = WS-VCPU * 2
           END-IF.
           MOVE WS-RAM TO WS-RAM-DISP.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X PATCH "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -d '{""vcpu"":" FUNCTION TRIM(WS-VCPU-STR)
               ",""ram_gb"":" FUNCTION TRIM(WS-RAM-DISP) "}' "
               ">/dev/null && "
               "mkdir -p ~/.unsandbox && "
               "printf '%s\t%s\tresize\tok\t%sx%s\n' "
               """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" '"
               FUNCTION TRIM(WS-ID) "' '" FUNCTION TRIM(WS-VCPU-STR)
               "' '" FUNCTION TRIM(WS-RAM-DISP) "' "
               ">> ~/.unsandbox/power.log && "
               "echo -e '\x1b[32mService resized to "
               FUNCTION TRIM(WS-VCPU-STR) " vCPU, "
               FUNCTION TRIM(WS-RAM-DISP) " GB RAM\x1b[0m'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "PATCH" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/services/" FUNCTION TRIM(WS-ID)
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD.

       PARSE-SERVICE-AUTOSCALE-ARGS.
      * --min/--max bound the vCPU range SERVICE-AUTOSCALE is allowed
      * to move the service within
           MOVE SPACES TO WS-AUTOSCALE-MIN.
           MOVE SPACES TO WS-AUTOSCALE-MAX.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "--min"
                   ACCEPT WS-AUTOSCALE-MIN FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-AUTOSCALE-MIN
                   END-ACCEPT
               ELSE IF WS-ARG3 = "--max"
                   ACCEPT WS-AUTOSCALE-MAX FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-AUTOSCALE-MAX
                   END-ACCEPT
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

       SERVICE-AUTOSCALE.
      * Polls SERVICE-INFO every 30s and PATCHes vcpu/ram_gb up or
      * down via the same resize request SERVICE-RESIZE uses whenever
      * CPU or memory is consistently pegged or idle, within
      * --min/--max; runs in the foreground until interrupted since
      * un.cob has no daemonizing convention of its own to follow here
           IF WS-AUTOSCALE-MIN = SPACES OR WS-AUTOSCALE-MAX = SPACES
               DISPLAY "Error: --autoscale requires --min N and "
                   "--max N" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "echo 'Autoscaling service " FUNCTION TRIM(WS-ID)
               " between " FUNCTION TRIM(WS-AUTOSCALE-MIN) " and "
               FUNCTION TRIM(WS-AUTOSCALE-MAX)
               " vCPU (Ctrl+C to stop)...'; "
               "MINV=" FUNCTION TRIM(WS-AUTOSCALE-MIN) "; "
               "MAXV=" FUNCTION TRIM(WS-AUTOSCALE-MAX) "; "
               "while true; do "
               "INFO=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X "
               "GET "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'); "
               "UJ=/tmp/unsandbox_json.awk; "
               "jgi() { V=$(printf '%s' ""$INFO"" | "
               "awk -v mode=get -v q=""$1"" -f ""$UJ""); "
               "[ -n ""$V"" ] || V=""$2""; printf '%s' ""$V""; }; "
               "CPU=$(jgi cpu_percent 0); "
               "MEM=$(jgi mem_percent 0); "
               "CURV=$(jgi vcpu 1); "
               "CURRAM=$(jgi ram_gb 0); "
               "NEWV=$CURV; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$CURRAM"" -gt 0 ] 2>/dev/null && "
               "[ ""$CURV"" -gt 0 ] 2>/dev/null; then "
               "PERVCPU=$((CURRAM / CURV)); "
               "[ ""$PERVCPU"" -lt 1 ] && PERVCPU=2; "
               "else PERVCPU=2; fi; "
               "if awk ""BEGIN{exit !($CPU >= 80 || $MEM >= 80)}"";"
               " then "
               "[ ""$CURV"" -lt ""$MAXV"" ] && NEWV=$((CURV + 1)); "
               "elif awk ""BEGIN{exit !($CPU <= 20 && $MEM <= 20)}"";"
               " then "
               "[ ""$CURV"" -gt ""$MINV"" ] && NEWV=$((CURV - 1)); "
               "fi; "
               "if [ ""$NEWV"" != ""$CURV"" ]; then "
               "RAM=$((NEWV * PERVCPU)); "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X PATCH "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY)
               "' -d '{""vcpu"":'$NEWV',""ram_gb"":'$RAM'}' "
               ">/dev/null && "
               "printf '%s\t%s\tresize\tok\t%sx%s\n' "
               """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" '"
               FUNCTION TRIM(WS-ID) "' ""$NEWV"" ""$RAM"" "
               ">> ~/.unsandbox/power.log; "
               "echo 'Resized to '$NEWV' vCPU ('$RAM' GB) - "
               "CPU was '$CPU'%, mem was '$MEM'%'; "
               "fi; "
               "sleep 30; "
               "done"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       PARSE-SERVICE-METRICS-ARGS.
      * --interval sets the sample period in seconds (default 30);
      * --report switches from collecting to summarizing
           MOVE SPACES TO WS-WATCH-INTERVAL.
           MOVE "N" TO WS-METRICS-REPORT.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--interval"
                       ACCEPT WS-WATCH-INTERVAL FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-WATCH-INTERVAL
                       END-ACCEPT
                   WHEN "--report"
                       MOVE "Y" TO WS-METRICS-REPORT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-WATCH-INTERVAL = SPACES
               MOVE "30" TO WS-WATCH-INTERVAL
           END-IF.
           IF WS-ID = SPACES
               DISPLAY "Usage: un.cob service --metrics <id> "
                   "[--interval <secs>] [--report]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       SERVICE-METRICS-COLLECT.
      * Sample the cpu_percent/mem_percent fields the autoscale loop
      * otherwise discards into a per-service history file, one
      * tab-separated timestamp/cpu/mem record per interval, as the
      * factual basis for sizing decisions. Runs in the foreground
      * until interrupted, like SERVICE-AUTOSCALE.
      * Each sample is also held against the alert rules file, one
      * rule per line: service (or *), metric (cpu_percent or
      * mem_percent), comparison (> >= < <= ==), threshold and the
      * number of consecutive samples, e.g.
      *     api  mem_percent  >  90  for 5 samples
      * A rule alerts once when that many samples in a row breach
      * it and once more when as many in a row no longer do; the
      * per-rule state lives beside the samples (<id>.alerts) so a
      * restarted collector neither repeats nor forgets an alert.
      * Every alert is appended to ~/.unsandbox/alerts.log and
      * sent through the notify hooks
           MOVE "batch" TO WS-GOV-CLASS.
           PERFORM GOVERNOR-SET-CLASS.
           PERFORM NOTIFY-RESOLVE.
           MOVE "ALERT_RULES" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-ALERT-RULES.
           IF WS-ALERT-RULES = SPACES
               MOVE "~/.unsandbox/alert_rules" TO WS-ALERT-RULES
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "MDIR=~/.unsandbox/metrics; mkdir -p ""$MDIR""; "
               "MLOG=""$MDIR""/" FUNCTION TRIM(WS-ID) ".log; "
               "AR='" FUNCTION TRIM(WS-ALERT-RULES) "'; "
               "case ""$AR"" in ""~/""*) AR=""$HOME/${AR#??}"";; "
               "esac; "
               "AS=""$MDIR""/" FUNCTION TRIM(WS-ID) ".alerts; "
               "ALOG=~/.unsandbox/alerts.log; TAB=$(printf '\t'); "
               "NSCOPE='service:" FUNCTION TRIM(WS-ID) "'; "
               "echo 'Recording metrics for " FUNCTION TRIM(WS-ID)
               " every " FUNCTION TRIM(WS-WATCH-INTERVAL)
               "s to '""$MLOG""' (Ctrl+C to stop)...'; "
               "while true; do "
               "INFO=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X GET "
               "unsandbox:/services/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'); "
               "CPU=$(printf '%s' ""$INFO"" | "
               "awk -v mode=get -v q=cpu_percent "
               "-f /tmp/unsandbox_json.awk 2>/dev/null); "
               "MEM=$(printf '%s' ""$INFO"" | "
               "awk -v mode=get -v q=mem_percent "
               "-f /tmp/unsandbox_json.awk 2>/dev/null); "
               "TS=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "if [ -n ""$CPU"" ] || [ -n ""$MEM"" ]; then "
               "printf '%s\t%s\t%s\n' ""$TS"" "
               """${CPU:-0}"" ""${MEM:-0}"" >> ""$MLOG""; "
               "else echo ""$TS""' sample failed' >&2; fi; "
               "if [ -s ""$AR"" ] && "
               "{ [ -n ""$CPU"" ] || [ -n ""$MEM"" ]; }; then "
               "awk -v id='" FUNCTION TRIM(WS-ID) "' "
               "-v cpu=""$CPU"" -v mem=""$MEM"" -v sf=""$AS"" '"
               "BEGIN { nf = sf "".new""; printf """" > nf; "
               "while ((getline l < sf) > 0) { "
               "split(l, a, ""\t""); st[a[1]] = a[2]; "
               "cn[a[1]] = a[3] } close(sf) } "
               "/^[ \t]*(#|$)/ { next } "
               "$1 != ""*"" && $1 != id { next } "
               "{ m = $2; op = $3; th = $4 + 0; n = $5; "
               "if (n == ""for"") n = $6; n = int(n + 0); "
               "if (n < 1) n = 1; "
               "if (m == ""cpu"" || m == ""cpu_percent"") v = cpu; "
               "else if (m == ""mem"" || m == ""mem_percent"") "
               "v = mem; else next; "
               "k = $1 "" "" m "" "" op "" "" $4 "" "" n; "
               "if (v == """") { print k ""\t"" st[k] ""\t"" "
               "cn[k] > nf; next } "
               "v += 0; b = (op == "">"") ? v > th : "
               "(op == "">="") ? v >= th : (op == ""<"") ? v < th : "
               "(op == ""<="") ? v <= th : "
               "(op == ""=="" || op == ""="") ? v == th : 0; "
               "d = m "" "" op "" "" $4 "" for "" n "" sample(s)""; "
               "s = st[k]; c = cn[k] + 0; "
               "if (s == ""alert"") { c = b ? 0 : c + 1; "
               "if (c >= n) { s = ""ok""; c = 0; "
               "print ""recovered\t"" d ""\t"" v } } "
               "else { c = b ? c + 1 : 0; "
               "if (c >= n) { s = ""alert""; c = 0; "
               "print ""breach\t"" d ""\t"" v } } "
               "print k ""\t"" s ""\t"" c > nf }' "
               """$AR"" > ""$AS.ev"" && mv ""$AS.new"" ""$AS""; "
               "while IFS=""$TAB"" read -r EV RD VAL; do "
               "printf '%s\t%s\t%s\t%s\t%s\n' ""$TS"" '"
               FUNCTION TRIM(WS-ID) "' ""$EV"" ""$RD"" ""$VAL"" "
               ">> ""$ALOG""; "
               "echo ""$TS alert: " FUNCTION TRIM(WS-ID)
               " $RD - $EV (value $VAL)""; "
               "MSG=""un.cob alert: service " FUNCTION TRIM(WS-ID)
               " $RD - $EV (value $VAL)""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM NOTIFY-APPEND-FIRE.
           STRING FUNCTION TRIM(WS-CURL-CMD) "; "
               "done < ""$AS.ev""; rm -f ""$AS.ev""; fi; "
               "sleep " FUNCTION TRIM(WS-WATCH-INTERVAL) "; "
               "done"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SERVICE-METRICS-REPORT.
      * Daily min/avg/peak of the recorded cpu and mem samples, the
      * shape a quarterly sizing review wants to see
           MOVE SPACES TO WS-CURL-CMD.
           STRING "MLOG=~/.unsandbox/metrics/"
               FUNCTION TRIM(WS-ID) ".log; "
               "if [ ! -s ""$MLOG"" ]; then "
               "echo 'No metrics recorded for "
               FUNCTION TRIM(WS-ID)
               " - run service --metrics first' >&2; exit 1; fi; "
               "printf '%-12s %6s %23s %23s\n' "
               "DATE SAMPLES 'CPU min/avg/peak' 'MEM min/avg/peak'; "
               "awk -F'\t' '{ d=substr($1,1,10); "
               "c=$2+0; m=$3+0; n[d]++; cs[d]+=c; ms[d]+=m; "
               "if (n[d]==1 || c<cn[d]) cn[d]=c; "
               "if (c>cx[d]) cx[d]=c; "
               "if (n[d]==1 || m<mn[d]) mn[d]=m; "
               "if (m>mx[d]) mx[d]=m } "
               "END { for (d in n) "
               "printf ""%-12s %6d %7.1f/%7.1f/%7.1f "
               "%7.1f/%7.1f/%7.1f\n"", "
               "d, n[d], cn[d], cs[d]/n[d], cx[d], "
               "mn[d], ms[d]/n[d], mx[d] }' "
               """$MLOG"" | sort"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       PARSE-SERVICE-WATCH-ARGS.
      * --interval sets the poll period in seconds (default 30);
      * --probe adds an HTTP check of the given URL so a service
      * that reports running but no longer answers its port still
      * registers as an incident
           MOVE SPACES TO WS-WATCH-INTERVAL.
           MOVE SPACES TO WS-PROBE-URL.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--interval"
                       ACCEPT WS-WATCH-INTERVAL FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-WATCH-INTERVAL
                       END-ACCEPT
                   WHEN "--probe"
                       ACCEPT WS-PROBE-URL FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-PROBE-URL
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-WATCH-INTERVAL = SPACES
               MOVE "30" TO WS-WATCH-INTERVAL
           END-IF.

       SERVICE-WATCH.
      * Watchdog for a service the autoscale loop has no eye for: a
      * status other than running (down, frozen, unreachable) or a
      * failed --probe counts as an incident, is appended with a
      * timestamp to ~/.unsandbox/incidents.log, and triggers the
      * same wake call SERVICE-WAKE makes. Runs in the foreground
      * until interrupted, like SERVICE-AUTOSCALE. Each pass also
      * feeds the service's logs into the local archive, and an
      * incident gets an excerpt file (~/.unsandbox/incidents/,
      * named in the record's fourth column) holding the archived
      * lines LOG_EXCERPT_MINUTES (default 5; 0 turns excerpts off)
      * either side of it, refreshed until the window has passed.
      * An outage is one incident in the register (its id is the
      * record's fifth column): the hooks hear about it when it
      * opens, the escalation ladder takes it from there while
      * nobody acknowledges it, and the first healthy pass resolves
      * it and says so
           MOVE "watchdog" TO WS-GOV-CLASS.
           PERFORM GOVERNOR-SET-CLASS.
           IF WS-ID = SPACES
               DISPLAY "Usage: un.cob service --watch <id> "
                   "[--interval <secs>] [--probe <url>]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM NOTIFY-RESOLVE.
           PERFORM INCIDENT-RESOLVE-POLICY.
           MOVE "LOG_EXCERPT_MINUTES" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-LOGS-WINDOW.

      * The loop itself lives in the file ENSURE-WATCH-LIB writes;
      * the command only defines the helpers it leans on and hands
      * over this run's values
           PERFORM ENSURE-WATCH-LIB.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-LOG-COLLECT-FN.
           PERFORM APPEND-INCIDENT-FN.
           PERFORM NOTIFY-APPEND-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "set -- '" FUNCTION TRIM(WS-ID) "' '"
               FUNCTION TRIM(WS-WATCH-INTERVAL) "' '"
               FUNCTION TRIM(WS-PROBE-URL) "' '"
               FUNCTION TRIM(WS-LOGS-WINDOW) "'; "
               ". /tmp/unsandbox_watch.sh"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       PARSE-SERVICE-CREATE-ARGS.
      * Parse remaining arguments for service creation
      * This is a simplified parser that looks for specific flags
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "--ports"
                   ACCEPT WS-PORTS FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-PORTS
                   END-ACCEPT
               ELSE IF WS-ARG3 = "--domains"
                   ACCEPT WS-DOMAINS FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-DOMAINS
                   END-ACCEPT
               ELSE IF WS-ARG3 = "--type"
                   ACCEPT WS-SERVICE-TYPE FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-SERVICE-TYPE
                   END-ACCEPT
               ELSE IF WS-ARG3 = "--bootstrap"
                   ACCEPT WS-BOOTSTRAP FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-BOOTSTRAP
                   END-ACCEPT
               ELSE IF WS-ARG3 = "--bootstrap-file"
                   ACCEPT WS-BOOTSTRAP-FILE FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-BOOTSTRAP-FILE
                   END-ACCEPT
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           PERFORM VALIDATE-PORTS.
           PERFORM VALIDATE-DOMAINS.

       VALIDATE-PORTS.
      * --ports must be a comma-separated list of port numbers, caught
      * here instead of round-tripping a typo to the server first
           IF WS-PORTS NOT = SPACES
               MOVE "Y" TO WS-VALID-FLAG
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PORTS)) TO WS-LEN
               IF WS-PORTS(1:1) = "," OR WS-PORTS(WS-LEN:1) = ","
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LEN
                   IF WS-PORTS(WS-I:1) NOT NUMERIC
                       AND WS-PORTS(WS-I:1) NOT = ","
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
                   IF WS-PORTS(WS-I:1) = ","
                       AND WS-I < WS-LEN
                       AND WS-PORTS(WS-I + 1:1) = ","
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-PERFORM
               IF WS-VALID-FLAG = "N"
                   DISPLAY "Error: --ports must be a comma-separated "
                       "list of port numbers" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       VALIDATE-DOMAINS.
      * --domains must be a comma-separated list of plain hostnames
      * (letters, digits, hyphens and dots) so a stray quote or space
      * fails fast locally instead of as a cryptic API error
           IF WS-DOMAINS NOT = SPACES
               MOVE "Y" TO WS-VALID-FLAG
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DOMAINS))
                   TO WS-LEN
               IF WS-DOMAINS(1:1) = "," OR WS-DOMAINS(1:1) = "."
                   OR WS-DOMAINS(1:1) = "-"
                   OR WS-DOMAINS(WS-LEN:1) = ","
                   OR WS-DOMAINS(WS-LEN:1) = "."
                   OR WS-DOMAINS(WS-LEN:1) = "-"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LEN
                   IF WS-DOMAINS(WS-I:1) NOT NUMERIC
                       AND (WS-DOMAINS(WS-I:1) < "A"
                           OR WS-DOMAINS(WS-I:1) > "Z")
                       AND (WS-DOMAINS(WS-I:1) < "a"
                           OR WS-DOMAINS(WS-I:1) > "z")
                       AND WS-DOMAINS(WS-I:1) NOT = ","
                       AND WS-DOMAINS(WS-I:1) NOT = "."
                       AND WS-DOMAINS(WS-I:1) NOT = "-"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
                   IF WS-DOMAINS(WS-I:1) = ","
                       AND WS-I < WS-LEN
                       AND WS-DOMAINS(WS-I + 1:1) = ","
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-PERFORM
               IF WS-VALID-FLAG = "N"
                   DISPLAY "Error: --domains must be a "
                       "comma-separated list of plain hostnames"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SERVICE-CREATE.
      * Pre-fetch bootstrap file content as a JSON string (via the
      * embedded helper's str mode) so quotes/newlines in the
      * script don't break the payload below
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           IF WS-BOOTSTRAP-FILE NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "BOOTVAL=$(awk -v mode=str -v file='"
                   FUNCTION TRIM(WS-BOOTSTRAP-FILE)
                   "' -f /tmp/unsandbox_json.awk < /dev/null); "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

      * Build JSON payload for service creation
      * Start with base payload containing name
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X POST "
               "unsandbox:/services "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -d '{""name"":"""
               FUNCTION TRIM(WS-NAME)
               """"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

      * Add ports if provided
           IF WS-PORTS NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   ",""ports"":[" FUNCTION TRIM(WS-PORTS) "]"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

      * Add domains if provided
           IF WS-DOMAINS NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   ",""domains"":["""
                   FUNCTION TRIM(WS-DOMAINS)
                   """]"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

      * Add service_type if provided
           IF WS-SERVICE-TYPE NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   ",""service_type"":"""
                   FUNCTION TRIM(WS-SERVICE-TYPE)
                   """"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

      * Add bootstrap if provided; a file wins over inline text since
      * it can carry a full script of any size, quotes included
           IF WS-BOOTSTRAP-FILE NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   ",""bootstrap"":'" """" "$BOOTVAL" """" "'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE IF WS-BOOTSTRAP NOT = SPACES
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   ",""bootstrap"":"""
                   FUNCTION TRIM(WS-BOOTSTRAP)
                   """"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

      * Close JSON and add output formatting
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "}' | awk -v mode=get -v q=id "
               "-f /tmp/unsandbox_json.awk | "
               "sed 's/$/ created/'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/services" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-CALL.

           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-KEY.
      * Parse key arguments first: --store enrolls credentials into
      * the encrypted store and must work before any key resolves
           MOVE SPACES TO WS-EXTEND-FLAG.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.

           IF WS-ARG2 = "--store"
               PERFORM KEY-STORE
               STOP RUN
           END-IF.

      * Get API key
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ARG2 = "--extend"
               MOVE "true" TO WS-EXTEND-FLAG
           END-IF.

           IF WS-ARG2 = "--rotate"
               PERFORM ROTATE-KEY
           ELSE
      * Validate key
               PERFORM VALIDATE-KEY
           END-IF.

       KEY-STORE.
      * Enrollment for the encrypted credential store: capture the
      * key material from the environment (or prompt for it, with
      * the secret unechoed) and write it passphrase-protected with
      * gpg symmetric AES256 to ~/.unsandbox/credentials.gpg, which
      * READ-CONFIG-VALUE then decrypts transparently on every
      * lookup - closing the plaintext-secret-on-disk finding
           MOVE SPACES TO WS-CURL-CMD.
           STRING "if ! command -v gpg >/dev/null 2>&1; then "
               "echo 'Error: gpg is required for the encrypted "
               "store' >&2; exit 1; fi; "
               "mkdir -p ~/.unsandbox; "
               "ST=~/.unsandbox/credentials.gpg; "
               "AK=""${UNSANDBOX_API_KEY:-}""; "
               "PK=""${UNSANDBOX_PUBLIC_KEY:-}""; "
               "SK=""${UNSANDBOX_SECRET_KEY:-}""; "
               "if [ -z ""$AK"" ] && [ -z ""$PK"" ]; then "
               "printf 'API key (blank if using a key pair): ' >&2; "
               "IFS= read -r AK; fi; "
               "if [ -z ""$PK"" ]; then "
               "printf 'Public key (blank to skip): ' >&2; "
               "IFS= read -r PK; fi; "
               "if [ -n ""$PK"" ] && [ -z ""$SK"" ]; then "
               "printf 'Secret key: ' >&2; "
               "stty -echo 2>/dev/null; IFS= read -r SK; "
               "stty echo 2>/dev/null; echo >&2; fi; "
               "if [ -z ""$AK"" ] && [ -z ""$PK"" ]; then "
               "echo 'Error: nothing to store' >&2; exit 1; fi; "
               "{ [ -n ""$AK"" ] && "
               "echo ""UNSANDBOX_API_KEY=$AK""; "
               "[ -n ""$PK"" ] && "
               "echo ""UNSANDBOX_PUBLIC_KEY=$PK""; "
               "[ -n ""$SK"" ] && "
               "echo ""UNSANDBOX_SECRET_KEY=$SK""; true; } | "
               "gpg --symmetric --cipher-algo AES256 --yes "
               "-o ""$ST"" && chmod 600 ""$ST"" && "
               "echo 'Encrypted credential store written to '""$ST"" "
               "&& echo 'Lookups now prefer this store - remove the "
               "plaintext keys from ~/.unsandboxrc when convenient'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       ROTATE-KEY.
      * Issue a new public/secret pair and make clear the old one is
      * dead on arrival, the same way SERVICE-DESTROY warns in red
           MOVE SPACES TO WS-CURL-CMD.
           STRING "curl -s --max-time 30 --connect-timeout 10 -X POST "
               FUNCTION TRIM(WS-PORTAL-BASE)
               "/keys/rotate "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -o /tmp/unsandbox_rotate_resp.json; "
               "STATUS=$?; "
               "if [ $STATUS -ne 0 ]; then "
               "echo -e '\x1b[31mError: could not reach key rotation "
               "endpoint\x1b[0m' >&2; "
               "exit 1; "
               "fi; "
               "NEWPUB=$(awk -v mode=get -v q=public_key "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_rotate_resp.json); "
               "if [ -z ""$NEWPUB"" ]; then "
               "echo -e '\x1b[31mError: rotation failed\x1b[0m' >&2; "
               "cat /tmp/unsandbox_rotate_resp.json >&2; "
               "rm -f /tmp/unsandbox_rotate_resp.json; "
               "exit 1; "
               "fi; "
               "echo -e '\x1b[32mKey rotated\x1b[0m'; "
               "echo 'New Public Key: '$NEWPUB; "
               "echo 'New Secret Key: '$(awk -v mode=get "
               "-v q=secret_key -f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_rotate_resp.json); "
               "echo -e '\x1b[31mThe old key stops working "
               "immediately - update UNSANDBOX_PUBLIC_KEY / "
               "UNSANDBOX_SECRET_KEY now\x1b[0m'; "
               "rm -f /tmp/unsandbox_rotate_resp.json"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       VALIDATE-KEY.
      * Build curl command to validate API key
           MOVE SPACES TO WS-CURL-CMD.
           STRING "curl -s --max-time 30 --connect-timeout 10 -X POST "
               FUNCTION TRIM(WS-PORTAL-BASE)
               "/keys/validate "
               "-H 'Content-Type: application/json' "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -o /tmp/unsandbox_key_resp.json; "
               "STATUS=$?; "
               "if [ $STATUS -ne 0 ]; then "
               "echo -e '\x1b[31mInvalid\x1b[0m'; "
               "exit 1; "
               "fi; "
               "KR=/tmp/unsandbox_key_resp.json; "
               "jgd() { V=$(awk -v mode=get -v q=""$1"" "
               "-f /tmp/unsandbox_json.awk ""$KR""); "
               "[ -n ""$V"" ] || V=""$2""; printf '%s' ""$V""; }; "
               "EXPIRED=$(jgd expired false); "
               "PUBLIC_KEY=$(jgd public_key N/A); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           IF WS-EXTEND-FLAG = "true"
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "xdg-open '"
                   FUNCTION TRIM(WS-PORTAL-BASE)
                   "/keys/extend?pk='\""$PUBLIC_KEY\"" 2>/dev/null; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "if [ \""$EXPIRED\"" = \""true\"" ]; then "
                   "echo -e '\x1b[31mExpired\x1b[0m'; "
                   "echo 'Public Key: '$PUBLIC_KEY; "
                   "echo 'Tier: '$(jgd tier N/A); "
                   "echo 'Expired: '$(jgd expires_at N/A); "
                   "echo -e '\x1b[33mTo renew: Visit "
                   "https://unsandbox.com/keys/extend\x1b[0m'; "
                   "rm -f /tmp/unsandbox_key_resp.json; "
                   "exit 1; "
                   "else "
                   "echo -e '\x1b[32mValid\x1b[0m'; "
                   "echo 'Public Key: '$PUBLIC_KEY; "
                   "echo 'Tier: '$(jgd tier N/A); "
                   "echo 'Status: '$(jgd status N/A); "
                   "echo 'Expires: '$(jgd expires_at N/A); "
                   "echo 'Time Remaining: '"
                   "$(jgd time_remaining N/A); "
                   "echo 'Rate Limit: '$(jgd rate_limit N/A); "
                   "echo 'Burst: '$(jgd burst N/A); "
                   "echo 'Concurrency: '$(jgd concurrency N/A); "
                   "fi; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.

           STRING FUNCTION TRIM(WS-CURL-CMD)
               "rm -f /tmp/unsandbox_key_resp.json"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-USAGE.
      * Get API key
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Build curl command to fetch usage/billing for this period
           MOVE SPACES TO WS-CURL-CMD.
           STRING "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/usage "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' -o /tmp/unsandbox_usage_resp.json; "
               "STATUS=$?; "
               "if [ $STATUS -ne 0 ]; then "
               "echo 'Error: could not reach usage endpoint' >&2; "
               "exit 1; "
               "fi; "
               "UR=/tmp/unsandbox_usage_resp.json; "
               "jgd() { V=$(awk -v mode=get -v q=""$1"" "
               "-f /tmp/unsandbox_json.awk ""$UR""); "
               "[ -n ""$V"" ] || V=N/A; printf '%s' ""$V""; }; "
               "echo 'Executions This Period: '"
               "$(jgd executions_this_period); "
               "echo 'Minutes Consumed: '"
               "$(jgd minutes_consumed); "
               "echo 'Service Hours Billed: '"
               "$(jgd service_hours_billed); "
               "rm -f /tmp/unsandbox_usage_resp.json"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-LANGUAGES.
      * Get API key
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.

           IF WS-ARG2 = "--refresh"
               PERFORM REFRESH-LANGUAGE-CACHE
           ELSE
               MOVE SPACES TO WS-CURL-CMD
               STRING "mkdir -p ~/.unsandbox; "
                   "if [ ! -s "
                   FUNCTION TRIM(WS-LANG-CACHE-PATH)
                   " ]; then echo 'No language cache yet - run "
                   "un.cob languages --refresh'; "
                   "else cat "
                   FUNCTION TRIM(WS-LANG-CACHE-PATH)
                   "; fi; "
                   "if [ -s " FUNCTION TRIM(WS-VERSION-CACHE)
                   " ]; then echo; echo 'Versions (pin with "
                   "--language-version):'; "
                   "grep '=..*' " FUNCTION TRIM(WS-VERSION-CACHE)
                   " | sed 's/^/  /'; fi"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
           END-IF.

       REFRESH-LANGUAGE-CACHE.
      * Pull the current extension/language map from the API and cache
      * it locally as plain .ext=language lines, one per line, so
      * DETECT-LANGUAGE-FROM-CACHE can grep it without a JSON tool
           MOVE SPACES TO WS-CURL-CMD.
           STRING "mkdir -p ~/.unsandbox; "
               "RAW=/tmp/unsandbox_langs_$$.json; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/languages "
               "-H 'Authorization: Bearer " FUNCTION TRIM(WS-API-KEY)
               "' > ""$RAW""; "
               "EXTF=" FUNCTION TRIM(WS-LANG-CACHE-PATH) "; "
               "VERF=" FUNCTION TRIM(WS-VERSION-CACHE) "; "
               ": > ""$EXTF""; : > ""$VERF""; "
               "awk -v mode=langcache "
               "-v extfile=""$EXTF"" -v verfile=""$VERF"" "
               "-f /tmp/unsandbox_json.awk ""$RAW""; "
               "rm -f ""$RAW""; "
               "COUNT=$(wc -l < "
               FUNCTION TRIM(WS-LANG-CACHE-PATH)
               "); "
               "VCOUNT=$(grep -c '=..*' "
               FUNCTION TRIM(WS-VERSION-CACHE)
               " 2>/dev/null); "
               "[ -n ""$VCOUNT"" ] || VCOUNT=0; "
               "echo 'Language cache refreshed: '""$COUNT""' "
               "extensions, '""$VCOUNT""' languages with "
               "version lists'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-SELFCHECK.
      * Drift checker between this file and the synced deployment
      * copy under clients/cobol/sync/src/un.cob; must be run from the
      * repo root since both paths are relative, the same assumption
      * BUILD-BATCH-LIST already makes about the current directory
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           IF WS-ARG2 = "--sync"
               PERFORM SELFCHECK-SYNC
           ELSE
               DISPLAY "Usage: un.cob selfcheck --sync" UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF.

       SELFCHECK-SYNC.
      * Paragraph names are the unit of comparison: extract the
      * column-8 paragraph headers from each source with grep, sort
      * each list, then comm them the same way SERVICE-ENV-DIFF
      * compares remote vs local vault keys, so a paragraph that
      * exists in one copy but not the other is flagged by name
      * instead of requiring a byte-for-byte diff of two drifted files
           MOVE SPACES TO WS-CURL-CMD.
           STRING "ROOTSRC=un.cob; "
               "SYNCSRC=clients/cobol/sync/src/un.cob; "
               "if [ ! -f ""$ROOTSRC"" ] || [ ! -f ""$SYNCSRC"" ]; "
               "then echo 'Error: run un.cob selfcheck --sync from "
               "the repository root' >&2; exit 1; fi; "
               "RPARAS=/tmp/unsandbox_selfcheck_root_$$; "
               "SPARAS=/tmp/unsandbox_selfcheck_sync_$$; "
               "grep -oE '^ {7}[A-Z0-9-]+\.' ""$ROOTSRC"" | "
               "sed 's/\.$//' | sort -u > ""$RPARAS""; "
               "grep -oE '^ {7}[A-Z0-9-]+\.' ""$SYNCSRC"" | "
               "sed 's/\.$//' | sort -u > ""$SPARAS""; "
               "echo 'Paragraphs in un.cob but missing from the "
               "synced copy:'; "
               "comm -23 ""$RPARAS"" ""$SPARAS"" | sed 's/^/  /'; "
               "echo 'Paragraphs in the synced copy but missing "
               "from un.cob:'; "
               "comm -13 ""$RPARAS"" ""$SPARAS"" | sed 's/^/  /'; "
               "rm -f ""$RPARAS"" ""$SPARAS"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.


           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-WATCH.
      * Re-run a source file through the normal execute path every
      * time it (or any -f fixture beside it) changes on disk, with a
      * timestamped divider between runs; all the flags
      * PARSE-EXECUTE-ARGS understands apply to every re-run. Runs in
      * the foreground until interrupted, like SERVICE-AUTOSCALE
           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FILENAME
           END-ACCEPT.
           IF WS-FILENAME = SPACES
               DISPLAY "Usage: un.cob watch <source_file> [flags]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PARSE-EXECUTE-ARGS.

           OPEN INPUT SOURCE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: File not found: " WS-FILENAME
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE SOURCE-FILE.

           IF WS-LANGUAGE-OVERRIDE NOT = SPACES
               MOVE WS-LANGUAGE-OVERRIDE TO WS-LANGUAGE
           ELSE
               PERFORM DETECT-LANGUAGE
           END-IF.

           IF WS-LANGUAGE = "unknown"
               DISPLAY "Error: Unknown language for file: "
                   WS-FILENAME UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VERIFY-LANGUAGE-VERSION.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Watching " FUNCTION TRIM(WS-FILENAME)
               " (Ctrl+C to stop)".

           PERFORM WATCH-RUN-ONE.
           PERFORM UNTIL WS-WATCH-STOP = "Y"
               PERFORM WATCH-WAIT-CHANGE
               PERFORM WATCH-DIVIDER
               PERFORM WATCH-RUN-ONE
           END-PERFORM.

       WATCH-RUN-ONE.
           PERFORM STAMP-EXEC-START.
           PERFORM MAKE-EXECUTE-REQUEST.
           IF WS-QUEUE-FLAG = "Y" AND WS-EXIT-CODE = 75
               CONTINUE
           ELSE
               PERFORM LOG-EXECUTION
           END-IF.

       WATCH-DIVIDER.
           MOVE WS-EXIT-CODE TO WS-EXIT-DISP.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "echo; "
               "echo '----- '$(date -u +%Y-%m-%dT%H:%M:%SZ)' "
               "re-running " FUNCTION TRIM(WS-FILENAME)
               " (last exit " FUNCTION TRIM(WS-EXIT-DISP)
               ") -----'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       WATCH-WAIT-CHANGE.
      * Poll the watched file set once a second until any mtime
      * moves past the stamp taken on entry. The wait is one shell
      * invocation, so the reference stamp is just a variable - no
      * state survives the call, and a restarted watch can never
      * mistake an old change for a fresh one
           MOVE SPACES TO WS-CURL-CMD.
           STRING "WF='" FUNCTION TRIM(WS-FILENAME) "'; "
               "FX='" FUNCTION TRIM(WS-INPUT-FILES) "'; "
               "FL=""$WF $(echo ""$FX"" | tr ',' ' ')""; "
               "REF=$(stat -c '%Y %n' $FL 2>/dev/null | cksum); "
               "CUR=""$REF""; "
               "while [ ""$CUR"" = ""$REF"" ]; do "
               "sleep 1; "
               "CUR=$(stat -c '%Y %n' $FL 2>/dev/null | cksum); "
               "done"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-REPL.
      * Interactive scratchpad for one language: lines typed at the
      * prompt accumulate into a growing program that is re-executed
      * through the normal signed request after every entry, with
      * only the output beyond the previous run shown. :reset starts
      * over, :show prints the program so far, :save <file> keeps it,
      * :quit (or end of input) leaves
           ACCEPT WS-LANGUAGE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-LANGUAGE
           END-ACCEPT.
           IF WS-LANGUAGE = SPACES
               DISPLAY "Usage: un.cob repl <language>" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The execute body must not swallow the terminal as program
      * stdin (the REPL reads it line by line), and no stray flags
      * from an earlier parse may leak into the evaluation runs
           MOVE "/dev/null" TO WS-STDIN-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.

      * One scratch program per REPL process, named by mktemp and
      * read back through the generic single-line scratch read
           MOVE SPACES TO WS-CURL-CMD.
           STRING "mktemp /tmp/unsandbox_repl_XXXXXX > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-REPL-SRC.
           IF WS-REPL-SRC = SPACES
               DISPLAY "Error: could not create REPL scratch file"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-OUT-FILE.
           STRING FUNCTION TRIM(WS-REPL-SRC) ".out"
               DELIMITED BY SIZE INTO WS-OUT-FILE
           END-STRING.
           MOVE SPACES TO WS-ERR-FILE.
           STRING FUNCTION TRIM(WS-REPL-SRC) ".err"
               DELIMITED BY SIZE INTO WS-ERR-FILE
           END-STRING.

           DISPLAY "un.cob repl (" FUNCTION TRIM(WS-LANGUAGE)
               ") - :show, :save <file>, :reset, :quit".

           MOVE "N" TO WS-REPL-STOP.
           PERFORM UNTIL WS-REPL-STOP = "Y"
               PERFORM REPL-READ-LINE
               PERFORM REPL-DISPATCH-LINE
           END-PERFORM.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -f '" FUNCTION TRIM(WS-REPL-SRC) "' '"
               FUNCTION TRIM(WS-REPL-SRC) ".out' '"
               FUNCTION TRIM(WS-REPL-SRC) ".err' '"
               FUNCTION TRIM(WS-REPL-SRC) ".outn' '"
               FUNCTION TRIM(WS-REPL-SRC) ".errn' "
               FUNCTION TRIM(WS-REPL-LINE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           MOVE 0 TO RETURN-CODE.

       REPL-READ-LINE.
      * Prompt on stderr (so piped transcripts stay clean) and read
      * one raw line from un.cob's own stdin into a scratch file;
      * end of input turns into :quit. The raw file is what gets
      * appended to the program, so quoting in the line never passes
      * through the shell
           MOVE SPACES TO WS-CURL-CMD.
           STRING "printf '%s> ' '" FUNCTION TRIM(WS-LANGUAGE)
               "' >&2; "
               "if IFS= read -r L; then printf '%s\n' ""$L""; "
               "else echo ':quit'; fi > "
               FUNCTION TRIM(WS-REPL-LINE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE SPACES TO WS-REPL-LINE.
           OPEN INPUT REPL-LINE-FILE.
           READ REPL-LINE-FILE
               AT END MOVE ":quit" TO WS-REPL-LINE
               NOT AT END MOVE REPL-LINE-REC TO WS-REPL-LINE
           END-READ.
           CLOSE REPL-LINE-FILE.

       REPL-DISPATCH-LINE.
           EVALUATE TRUE
               WHEN WS-REPL-LINE = ":quit" OR WS-REPL-LINE = ":q"
                   MOVE "Y" TO WS-REPL-STOP
               WHEN WS-REPL-LINE = ":reset"
                   PERFORM REPL-RESET
               WHEN WS-REPL-LINE = ":show"
                   PERFORM REPL-SHOW
               WHEN WS-REPL-LINE(1:6) = ":save "
                   PERFORM REPL-SAVE
               WHEN WS-REPL-LINE = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM REPL-EVAL
           END-EVALUATE.

       REPL-RESET.
           MOVE SPACES TO WS-CURL-CMD.
           STRING ": > '" FUNCTION TRIM(WS-REPL-SRC) "'; "
               "rm -f '" FUNCTION TRIM(WS-REPL-SRC) ".out' '"
               FUNCTION TRIM(WS-REPL-SRC) ".err' '"
               FUNCTION TRIM(WS-REPL-SRC) ".outn' '"
               FUNCTION TRIM(WS-REPL-SRC) ".errn'; "
               "echo '(program cleared)' >&2"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       REPL-SHOW.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "cat '" FUNCTION TRIM(WS-REPL-SRC) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       REPL-SAVE.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "cp '" FUNCTION TRIM(WS-REPL-SRC) "' '"
               FUNCTION TRIM(WS-REPL-LINE(7:))
               "' && echo 'saved to "
               FUNCTION TRIM(WS-REPL-LINE(7:)) "' >&2"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       REPL-EVAL.
      * Append the raw line, run the whole accumulated program with
      * its output captured to files, then print only the lines past
      * the counts remembered from the previous run
           MOVE SPACES TO WS-CURL-CMD.
           STRING "cat " FUNCTION TRIM(WS-REPL-LINE-PATH)
               " >> '" FUNCTION TRIM(WS-REPL-SRC) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE WS-REPL-SRC TO WS-FILENAME.
           PERFORM MAKE-EXECUTE-REQUEST.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "SRC='" FUNCTION TRIM(WS-REPL-SRC) "'; "
               "OUTF=""$SRC.out""; ERRF=""$SRC.err""; "
               "CNT=""$SRC.outn""; ECNT=""$SRC.errn""; "
               "ON=$(cat ""$CNT"" 2>/dev/null || echo 0); "
               "EN=$(cat ""$ECNT"" 2>/dev/null || echo 0); "
               "[ -f ""$OUTF"" ] || : > ""$OUTF""; "
               "[ -f ""$ERRF"" ] || : > ""$ERRF""; "
               "tail -n +$((ON+1)) ""$OUTF""; "
               "tail -n +$((EN+1)) ""$ERRF"" >&2; "
               "wc -l < ""$OUTF"" > ""$CNT""; "
               "wc -l < ""$ERRF"" > ""$ECNT"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-SUITE.
      * Regression suite driven by a manifest of tab-separated
      * records: source file, stdin fixture, argv (comma-joined, with
      * %2C/%25 escapes for literal commas/percents the way -- argv
      * is encoded), expected exit code and expected-stdout file; "-"
      * leaves a field empty and #-lines are comments. Each case runs
      * through the normal execute path, is judged on exit code AND
      * captured stdout, and mismatches print a unified diff
           MOVE "batch" TO WS-GOV-CLASS.
           PERFORM GOVERNOR-SET-CLASS.
           ACCEPT WS-SUITE-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SUITE-PATH
           END-ACCEPT.
           IF WS-SUITE-PATH = SPACES
               DISPLAY "Usage: un.cob suite <manifest> "
                   "[--report ...] [--matrix <language>] "
                   "[--cache|--no-cache] [--changed|--full]"
                   UPON SYSERR
               DISPLAY "       un.cob suite --record <dir> "
                   "<manifest>" UPON SYSERR
               DISPLAY "       un.cob suite --rerecord <manifest> "
                   "[case ...]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-SUITE-PATH = "--record"
               PERFORM SUITE-RECORD
               STOP RUN
           END-IF.
           IF WS-SUITE-PATH = "--rerecord"
               PERFORM SUITE-RERECORD
               STOP RUN
           END-IF.
           IF WS-SUITE-PATH = "--flaky"
               PERFORM SUITE-FLAKY-REPORT
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-SPEC.
           MOVE SPACES TO WS-MATRIX-LANG.
           MOVE SPACES TO WS-MATRIX-VER.
           MOVE 0 TO WS-MATRIX-FAIL.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--report"
                       ACCEPT WS-REPORT-SPEC FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-REPORT-SPEC
                       END-ACCEPT
                   WHEN "--matrix"
                       ACCEPT WS-MATRIX-LANG FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-MATRIX-LANG
                       END-ACCEPT
                   WHEN "--cache"
                       MOVE "Y" TO WS-CACHE-FLAG
                   WHEN "--no-cache"
                       MOVE "N" TO WS-CACHE-FLAG
                   WHEN "--changed"
                       MOVE "Y" TO WS-SUITE-SELECT
                   WHEN "--full"
                       MOVE "N" TO WS-SUITE-SELECT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LANGUAGE-OVERRIDE.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.

           MOVE 0 TO WS-SUITE-QUAR.
           MOVE "QUARANTINE_STABLE_STREAK" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-QUAR-STREAK.
           IF WS-QUAR-STREAK = SPACES
               MOVE "10" TO WS-QUAR-STREAK
           END-IF.

      * Per-case results journal feeding --report, truncated per run
           MOVE WS-SUITE-RES-PATH TO WS-JOURNAL-PATH.
           MOVE SPACES TO WS-CURL-CMD.
           STRING ": > " FUNCTION TRIM(WS-JOURNAL-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           IF WS-MATRIX-LANG = SPACES
               PERFORM SUITE-POLICY-PASS
           END-IF.

           DISPLAY " ".
           DISPLAY "Suite run: " FUNCTION TRIM(WS-SUITE-PATH).

           IF WS-MATRIX-LANG NOT = SPACES
               PERFORM SUITE-MATRIX-RUN
               STOP RUN
           END-IF.

           PERFORM SUITE-RESOLVE-SELECT.

           PERFORM SUITE-READ-LOOP.

           IF WS-REPORT-SPEC NOT = SPACES
               MOVE WS-SUITE-PATH TO WS-REPORT-LABEL
               PERFORM EMIT-RUN-REPORT
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -f " FUNCTION TRIM(WS-SUITE-RES-PATH)
               " " FUNCTION TRIM(WS-SUITE-OUT-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           DISPLAY " ".
           DISPLAY "Suite summary: " WS-BATCH-TOTAL " total, "
               WS-BATCH-PASS " passed, " WS-BATCH-FAIL " failed".
           IF WS-SUITE-SKIP > 0
               DISPLAY "  (" WS-SUITE-SKIP " unchanged case(s) "
                   "passed last time and were not rerun)"
           END-IF.
           IF WS-SUITE-QUAR > 0
               DISPLAY "  (" WS-SUITE-QUAR " quarantined "
                   "failure(s) not counted in the verdict)"
           END-IF.
           IF WS-BATCH-FAIL > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       SUITE-READ-LOOP.
      * One full pass over the manifest with fresh counters; shared
      * by the plain run and each leg of a --matrix run
           MOVE 0 TO WS-BATCH-TOTAL.
           MOVE 0 TO WS-BATCH-PASS.
           MOVE 0 TO WS-BATCH-FAIL.
           MOVE "N" TO WS-SUITE-EOF.

           OPEN INPUT SUITE-FILE.
           IF WS-SUITE-STATUS NOT = "00"
               DISPLAY "Error: cannot open manifest: "
                   FUNCTION TRIM(WS-SUITE-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SUITE-EOF = "Y"
               READ SUITE-FILE
                   AT END MOVE "Y" TO WS-SUITE-EOF
                   NOT AT END
                       IF SUITE-LINE NOT = SPACES
                           AND SUITE-LINE(1:1) NOT = "#"
                           PERFORM SUITE-RUN-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUITE-FILE.

       SUITE-POLICY-PASS.
      * Every case is held up against the execution policy before
      * the first one runs - in a matrix leg with that leg's pin -
      * reading the manifest fields SUITE-RUN-ONE unstrings. An
      * unopenable manifest is left for the read loop to report
           PERFORM POLICY-RESOLVE.
           IF WS-POLICY-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "suite" TO WS-POLICY-WHERE.
           MOVE "N" TO WS-SUITE-EOF.
           OPEN INPUT SUITE-FILE.
           IF WS-SUITE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SUITE-EOF = "Y"
               READ SUITE-FILE
                   AT END MOVE "Y" TO WS-SUITE-EOF
                   NOT AT END
                       IF SUITE-LINE NOT = SPACES
                           AND SUITE-LINE(1:1) NOT = "#"
                           PERFORM SUITE-POLICY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUITE-FILE.

       SUITE-POLICY-ONE.
           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-SUITE-STDIN.
           MOVE SPACES TO WS-SUITE-ARGV.
           MOVE SPACES TO WS-SUITE-EXPECT-RC.
           MOVE SPACES TO WS-SUITE-EXPECT-OUT.
           MOVE SPACES TO WS-SUITE-STAGE.
           UNSTRING SUITE-LINE DELIMITED BY X"09"
               INTO WS-FILENAME WS-SUITE-STDIN WS-SUITE-ARGV
                   WS-SUITE-EXPECT-RC WS-SUITE-EXPECT-OUT
                   WS-SUITE-STAGE
           END-UNSTRING.
           IF WS-SUITE-STDIN = "-"
               MOVE SPACES TO WS-SUITE-STDIN
           END-IF.
           IF WS-SUITE-STAGE = "-"
               MOVE SPACES TO WS-SUITE-STAGE
           END-IF.
           PERFORM DETECT-LANGUAGE.
           MOVE WS-SUITE-STDIN TO WS-STDIN-FILE.
           MOVE WS-SUITE-STAGE TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           IF WS-MATRIX-LANG NOT = SPACES
               AND WS-LANGUAGE = WS-MATRIX-LANG
               MOVE WS-MATRIX-VER TO WS-LANG-VERSION
           END-IF.
           PERFORM POLICY-CHECK.

       SUITE-MATRIX-RUN.
      * Run the whole manifest once per cached runtime version of
      * the --matrix language (the list `languages --refresh` keeps
      * in versions.cache, the same source VERIFY-LANGUAGE-VERSION
      * trusts), pinning that version on the matching cases only,
      * then pivot the per-case verdicts into a case-by-version
      * grid. The suite fails if any leg failed
           MOVE SPACES TO WS-CURL-CMD.
           STRING "grep '^" FUNCTION TRIM(WS-MATRIX-LANG) "=' "
               FUNCTION TRIM(WS-VERSION-CACHE)
               " 2>/dev/null | tail -1 | cut -d= -f2- > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-MATRIX-LIST.
           IF WS-MATRIX-LIST = SPACES
               DISPLAY "Error: no cached versions for "
                   FUNCTION TRIM(WS-MATRIX-LANG)
                   " - run un.cob languages --refresh" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-MATRIX-NVER.
           INSPECT WS-MATRIX-LIST TALLYING WS-MATRIX-NVER
               FOR ALL ",".
           ADD 1 TO WS-MATRIX-NVER.

           MOVE SPACES TO WS-CURL-CMD.
           STRING ": > " FUNCTION TRIM(WS-MATRIX-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

      * Every leg passes the execution policy before the first runs
           PERFORM VARYING WS-MATRIX-IDX FROM 1 BY 1
               UNTIL WS-MATRIX-IDX > WS-MATRIX-NVER
               PERFORM SUITE-MATRIX-PICK-VERSION
               IF WS-MATRIX-VER NOT = SPACES
                   PERFORM SUITE-POLICY-PASS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MATRIX-IDX FROM 1 BY 1
               UNTIL WS-MATRIX-IDX > WS-MATRIX-NVER
               PERFORM SUITE-MATRIX-ONE-VERSION
           END-PERFORM.

      * The grid: rows are cases, columns the versions in cache
      * order, cells the verdicts
           DISPLAY " ".
           MOVE SPACES TO WS-CURL-CMD.
           STRING "awk -F'\t' '"
               "{ if (!($1 in vseen)) { vseen[$1]=++nv; "
               "vname[nv]=$1 }; "
               "if (!($2 in cseen)) { cseen[$2]=++nc; "
               "cname[nc]=$2 }; "
               "r[$2 ""\t"" $1]=$3 } "
               "END { printf ""%-32s"", ""CASE""; "
               "for (i=1; i<=nv; i++) printf "" %-10s"", vname[i]; "
               "print """"; "
               "for (j=1; j<=nc; j++) { "
               "printf ""%-32s"", cname[j]; "
               "for (i=1; i<=nv; i++) { "
               "v=r[cname[j] ""\t"" vname[i]]; "
               "if (v=="""") v=""-""; "
               "printf "" %-10s"", v }; print """" } }' "
               FUNCTION TRIM(WS-MATRIX-PATH) "; "
               "rm -f " FUNCTION TRIM(WS-MATRIX-PATH)
               " " FUNCTION TRIM(WS-SUITE-RES-PATH)
               " " FUNCTION TRIM(WS-SUITE-OUT-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           IF WS-MATRIX-FAIL > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       SUITE-MATRIX-ONE-VERSION.
           PERFORM SUITE-MATRIX-PICK-VERSION.

           IF WS-MATRIX-VER NOT = SPACES
               DISPLAY " "
               DISPLAY "=== " FUNCTION TRIM(WS-MATRIX-LANG) " "
                   FUNCTION TRIM(WS-MATRIX-VER) " ==="
               PERFORM SUITE-READ-LOOP
               DISPLAY "  version summary: " WS-BATCH-TOTAL
                   " total, " WS-BATCH-PASS " passed, "
                   WS-BATCH-FAIL " failed"
               ADD WS-BATCH-FAIL TO WS-MATRIX-FAIL
           END-IF.

       SUITE-MATRIX-PICK-VERSION.
      * The WS-MATRIX-IDX'th version of the cached list
           MOVE WS-MATRIX-IDX TO WS-COUNT-DISP.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "printf '%s' '" FUNCTION TRIM(WS-MATRIX-LIST)
               "' | cut -d, -f" FUNCTION TRIM(WS-COUNT-DISP)
               " > " FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-MATRIX-VER.

       SUITE-MATRIX-RECORD.
      * One verdict cell per case and version, appended as the legs
      * run so the grid can be pivoted afterwards
           IF WS-MATRIX-LANG NOT = SPACES
               MOVE SPACES TO WS-CURL-CMD
               IF WS-EXIT-CODE = 0
                   STRING "printf '%s\t%s\t%s\n' '"
                       FUNCTION TRIM(WS-MATRIX-VER) "' '"
                       FUNCTION TRIM(WS-FILENAME) "' PASS >> "
                       FUNCTION TRIM(WS-MATRIX-PATH)
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               ELSE
                   STRING "printf '%s\t%s\t%s\n' '"
                       FUNCTION TRIM(WS-MATRIX-VER) "' '"
                       FUNCTION TRIM(WS-FILENAME) "' FAIL >> "
                       FUNCTION TRIM(WS-MATRIX-PATH)
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               END-IF
               CALL "SYSTEM" USING WS-CURL-CMD
           END-IF.

       SUITE-RECORD.
      * Bring a directory under regression coverage in one pass:
      * run every recognizable source file once, capture its stdout
      * into <manifest>.fixtures/<basename>.out and its exit code,
      * and emit a ready-to-run manifest line per file in exactly
      * the tab-separated shape SUITE-RUN-ONE unstrings. Fixtures
      * must come from a live run, so the result cache is bypassed
           MOVE "N" TO WS-CACHE-FLAG.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           ACCEPT WS-SUITE-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SUITE-PATH
           END-ACCEPT.
           IF WS-ARG2 = SPACES OR WS-SUITE-PATH = SPACES
               DISPLAY "Usage: un.cob suite --record <dir> "
                   "<manifest>" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SUITE-RECORD-CLEAR-FLAGS.

           MOVE SPACES TO WS-FIXTURES-DIR.
           STRING FUNCTION TRIM(WS-SUITE-PATH) ".fixtures"
               DELIMITED BY SIZE INTO WS-FIXTURES-DIR
           END-STRING.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "mkdir -p '" FUNCTION TRIM(WS-FIXTURES-DIR)
               "' && : > '" FUNCTION TRIM(WS-SUITE-PATH) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE "suite" TO WS-POLICY-WHERE.
           PERFORM BATCH-POLICY-PASS.
           PERFORM BUILD-BATCH-LIST.

           MOVE 0 TO WS-REC-COUNT.
           MOVE "N" TO WS-BATCH-EOF.
           DISPLAY " ".
           DISPLAY "Recording suite from " FUNCTION TRIM(WS-ARG2).

           OPEN INPUT BATCH-LIST-FILE.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-LIST-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF BATCH-LIST-LINE NOT = SPACES
                           MOVE BATCH-LIST-LINE TO WS-FILENAME
                           PERFORM SUITE-RECORD-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -f " FUNCTION TRIM(WS-BATCH-LIST-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE WS-REC-COUNT TO WS-COUNT-DISP.
           DISPLAY " ".
           DISPLAY "Recorded " FUNCTION TRIM(WS-COUNT-DISP)
               " case(s) into " FUNCTION TRIM(WS-SUITE-PATH).
           MOVE 0 TO RETURN-CODE.

       SUITE-RECORD-CLEAR-FLAGS.
      * The recording runs must not inherit stray execute flags, and
      * the terminal must stay usable, so program stdin is pinned to
      * /dev/null the way the REPL pins it
           MOVE "/dev/null" TO WS-STDIN-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-LANGUAGE-OVERRIDE.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           MOVE SPACES TO WS-MATRIX-LANG.

       SUITE-RECORD-ONE.
           PERFORM DETECT-LANGUAGE.
           IF WS-LANGUAGE = "unknown"
               DISPLAY "  SKIP  " FUNCTION TRIM(WS-FILENAME)
                   " (unknown language)"
           ELSE
               MOVE SPACES TO WS-CURL-CMD
               STRING "basename '" FUNCTION TRIM(WS-FILENAME)
                   "' > " FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               PERFORM READ-SCRATCH-LINE
               MOVE WS-CONFIG-VALUE TO WS-REC-BASE
               MOVE SPACES TO WS-OUT-FILE
               STRING FUNCTION TRIM(WS-FIXTURES-DIR) "/"
                   FUNCTION TRIM(WS-REC-BASE) ".out"
                   DELIMITED BY SIZE INTO WS-OUT-FILE
               END-STRING
               PERFORM STAMP-EXEC-START
               PERFORM MAKE-EXECUTE-REQUEST
               PERFORM LOG-EXECUTION
               MOVE WS-EXIT-CODE TO WS-EXIT-DISP
               MOVE SPACES TO WS-CURL-CMD
               STRING "printf '%s\t-\t-\t%s\t%s\n' '"
                   FUNCTION TRIM(WS-FILENAME) "' '"
                   FUNCTION TRIM(WS-EXIT-DISP) "' '"
                   FUNCTION TRIM(WS-OUT-FILE) "' >> '"
                   FUNCTION TRIM(WS-SUITE-PATH) "'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               ADD 1 TO WS-REC-COUNT
               DISPLAY "  REC   " FUNCTION TRIM(WS-FILENAME)
                   " (" FUNCTION TRIM(WS-LANGUAGE) ", exit "
                   FUNCTION TRIM(WS-EXIT-DISP) ")"
           END-IF.

       SUITE-RERECORD.
      * Refresh the expected exit codes and expected-stdout fixtures
      * of an existing manifest after an intentional output change.
      * With case names given only those records are re-run; every
      * other line (comments included) is copied through verbatim,
      * and the manifest is swapped in atomically at the end; like
      * --record it always runs live, never from the result cache
           MOVE "N" TO WS-CACHE-FLAG.
           ACCEPT WS-SUITE-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SUITE-PATH
           END-ACCEPT.
           IF WS-SUITE-PATH = SPACES
               DISPLAY "Usage: un.cob suite --rerecord <manifest> "
                   "[case ...]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-RERECORD-CASES.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-RERECORD-CASES NOT = SPACES
                   STRING FUNCTION TRIM(WS-RERECORD-CASES) ","
                       FUNCTION TRIM(WS-ARG3)
                       DELIMITED BY SIZE INTO WS-RERECORD-CASES
                   END-STRING
               ELSE
                   MOVE WS-ARG3 TO WS-RERECORD-CASES
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               STOP RUN
           END-IF.

           PERFORM SUITE-RECORD-CLEAR-FLAGS.
           PERFORM SUITE-POLICY-PASS.

           MOVE SPACES TO WS-TMP-MANIFEST.
           STRING FUNCTION TRIM(WS-SUITE-PATH) ".rerecord"
               DELIMITED BY SIZE INTO WS-TMP-MANIFEST
           END-STRING.
           MOVE SPACES TO WS-CURL-CMD.
           STRING ": > '" FUNCTION TRIM(WS-TMP-MANIFEST) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE 0 TO WS-REC-COUNT.
           MOVE "N" TO WS-SUITE-EOF.
           OPEN INPUT SUITE-FILE.
           IF WS-SUITE-STATUS NOT = "00"
               DISPLAY "Error: cannot open manifest: "
                   FUNCTION TRIM(WS-SUITE-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SUITE-EOF = "Y"
               READ SUITE-FILE
                   AT END MOVE "Y" TO WS-SUITE-EOF
                   NOT AT END PERFORM SUITE-RERECORD-LINE
               END-READ
           END-PERFORM.
           CLOSE SUITE-FILE.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "mv '" FUNCTION TRIM(WS-TMP-MANIFEST) "' '"
               FUNCTION TRIM(WS-SUITE-PATH) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE WS-REC-COUNT TO WS-COUNT-DISP.
           DISPLAY "Re-recorded " FUNCTION TRIM(WS-COUNT-DISP)
               " case(s) in " FUNCTION TRIM(WS-SUITE-PATH).
           MOVE 0 TO RETURN-CODE.

       SUITE-RERECORD-LINE.
           IF SUITE-LINE = SPACES OR SUITE-LINE(1:1) = "#"
               PERFORM SUITE-COPY-LINE
           ELSE
               MOVE SPACES TO WS-FILENAME
               MOVE SPACES TO WS-SUITE-STDIN
               MOVE SPACES TO WS-SUITE-ARGV
               MOVE SPACES TO WS-SUITE-EXPECT-RC
               MOVE SPACES TO WS-SUITE-EXPECT-OUT
               MOVE SPACES TO WS-SUITE-STAGE
               UNSTRING SUITE-LINE DELIMITED BY X"09"
                   INTO WS-FILENAME WS-SUITE-STDIN WS-SUITE-ARGV
                       WS-SUITE-EXPECT-RC WS-SUITE-EXPECT-OUT
                       WS-SUITE-STAGE
               END-UNSTRING
               PERFORM SUITE-RERECORD-MATCH
               IF WS-CONFIG-VALUE(1:1) = "Y"
                   PERFORM SUITE-RERECORD-CASE
               ELSE
                   PERFORM SUITE-COPY-LINE
               END-IF
           END-IF.

       SUITE-RERECORD-MATCH.
      * No case names means every record; otherwise exact membership
      * in the comma list, decided in the shell so filename
      * metacharacters cannot corrupt the test
           IF WS-RERECORD-CASES = SPACES
               MOVE "Y" TO WS-CONFIG-VALUE
           ELSE
               MOVE SPACES TO WS-CURL-CMD
               STRING "L='" FUNCTION TRIM(WS-RERECORD-CASES)
                   "'; F='" FUNCTION TRIM(WS-FILENAME) "'; "
                   "case "",$L,"" in *"",$F,""*) echo Y;; "
                   "*) echo N;; esac > "
                   FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               PERFORM READ-SCRATCH-LINE
           END-IF.

       SUITE-RERECORD-CASE.
      * Re-run the case with its recorded stdin/argv, refreshing the
      * expected-stdout fixture in place (when the record names one)
      * and the expected exit code in the rewritten line
           IF WS-SUITE-STDIN = "-" OR WS-SUITE-STDIN = SPACES
               MOVE "/dev/null" TO WS-STDIN-FILE
           ELSE
               MOVE WS-SUITE-STDIN TO WS-STDIN-FILE
           END-IF.
           IF WS-SUITE-ARGV = "-"
               MOVE SPACES TO WS-PROGRAM-ARGS
           ELSE
               MOVE WS-SUITE-ARGV TO WS-PROGRAM-ARGS
           END-IF.
           IF WS-SUITE-EXPECT-OUT = "-"
               OR WS-SUITE-EXPECT-OUT = SPACES
               MOVE WS-SUITE-OUT-PATH TO WS-OUT-FILE
           ELSE
               MOVE WS-SUITE-EXPECT-OUT TO WS-OUT-FILE
           END-IF.
           IF WS-SUITE-STAGE = "-"
               MOVE SPACES TO WS-INPUT-FILES
           ELSE
               MOVE WS-SUITE-STAGE TO WS-INPUT-FILES
           END-IF.

           PERFORM DETECT-LANGUAGE.
           IF WS-LANGUAGE = "unknown"
               DISPLAY "  SKIP  " FUNCTION TRIM(WS-FILENAME)
                   " (unknown language - kept as is)"
               PERFORM SUITE-COPY-LINE
           ELSE
               PERFORM STAMP-EXEC-START
               PERFORM MAKE-EXECUTE-REQUEST
               PERFORM LOG-EXECUTION
               MOVE WS-EXIT-CODE TO WS-EXIT-DISP
               IF WS-SUITE-STDIN = SPACES
                   MOVE "-" TO WS-SUITE-STDIN
               END-IF
               IF WS-SUITE-ARGV = SPACES
                   MOVE "-" TO WS-SUITE-ARGV
               END-IF
               IF WS-SUITE-EXPECT-OUT = SPACES
                   MOVE "-" TO WS-SUITE-EXPECT-OUT
               END-IF
               MOVE SPACES TO WS-JOB-BUF
               STRING "printf '%s\t%s\t%s\t%s\t%s' '"
                   FUNCTION TRIM(WS-FILENAME) "' '"
                   FUNCTION TRIM(WS-SUITE-STDIN) "' '"
                   FUNCTION TRIM(WS-SUITE-ARGV) "' '"
                   FUNCTION TRIM(WS-EXIT-DISP) "' '"
                   FUNCTION TRIM(WS-SUITE-EXPECT-OUT) "' >> '"
                   FUNCTION TRIM(WS-TMP-MANIFEST) "'; "
                   "G='" FUNCTION TRIM(WS-SUITE-STAGE) "'; "
                   "if [ -n ""$G"" ]; then "
                   "printf '\t%s\n' ""$G""; else echo; fi >> '"
                   FUNCTION TRIM(WS-TMP-MANIFEST) "'"
                   DELIMITED BY SIZE INTO WS-JOB-BUF
               END-STRING
               CALL "SYSTEM" USING WS-JOB-BUF
               ADD 1 TO WS-REC-COUNT
               DISPLAY "  REREC " FUNCTION TRIM(WS-FILENAME)
                   " (exit " FUNCTION TRIM(WS-EXIT-DISP) ")"
           END-IF.

       SUITE-COPY-LINE.
      * Verbatim passthrough of a manifest line into the rewrite,
      * through a quoted heredoc so tabs and quoting survive
           MOVE SPACES TO WS-JOB-BUF.
           STRING "cat >> '" FUNCTION TRIM(WS-TMP-MANIFEST)
               "' <<'UNSANDBOX_REC_EOF'"
               X"0A" FUNCTION TRIM(SUITE-LINE) X"0A"
               "UNSANDBOX_REC_EOF" X"0A"
               DELIMITED BY SIZE INTO WS-JOB-BUF
           END-STRING.
           CALL "SYSTEM" USING WS-JOB-BUF.

       SUITE-RUN-ONE.
           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-SUITE-STDIN.
           MOVE SPACES TO WS-SUITE-ARGV.
           MOVE SPACES TO WS-SUITE-EXPECT-RC.
           MOVE SPACES TO WS-SUITE-EXPECT-OUT.
           MOVE SPACES TO WS-SUITE-STAGE.
           UNSTRING SUITE-LINE DELIMITED BY X"09"
               INTO WS-FILENAME WS-SUITE-STDIN WS-SUITE-ARGV
                   WS-SUITE-EXPECT-RC WS-SUITE-EXPECT-OUT
                   WS-SUITE-STAGE
           END-UNSTRING.
           IF WS-SUITE-STDIN = "-"
               MOVE SPACES TO WS-SUITE-STDIN
           END-IF.
           IF WS-SUITE-ARGV = "-"
               MOVE SPACES TO WS-SUITE-ARGV
           END-IF.
           IF WS-SUITE-EXPECT-RC = "-"
               MOVE SPACES TO WS-SUITE-EXPECT-RC
           END-IF.
           IF WS-SUITE-EXPECT-OUT = "-"
               MOVE SPACES TO WS-SUITE-EXPECT-OUT
           END-IF.
           IF WS-SUITE-STAGE = "-"
               MOVE SPACES TO WS-SUITE-STAGE
           END-IF.

           ADD 1 TO WS-BATCH-TOTAL.
           PERFORM SUITE-CASE-HASH.
           IF WS-CONFIG-VALUE(18:4) = "SKIP"
               DISPLAY "  SKIP  " FUNCTION TRIM(WS-FILENAME)
                   " (unchanged)"
               ADD 1 TO WS-SUITE-SKIP
               PERFORM SUITE-JOURNAL-SKIP
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAMP-EXEC-START.

           PERFORM DETECT-LANGUAGE.
           IF WS-LANGUAGE = "unknown"
               DISPLAY "  FAIL  " FUNCTION TRIM(WS-FILENAME)
                   " (unknown language)"
               ADD 1 TO WS-BATCH-FAIL
               MOVE 1 TO WS-EXIT-CODE
               MOVE "unknown language" TO WS-JOURNAL-REASON
               PERFORM BATCH-JOURNAL-RESULT
               PERFORM SUITE-MATRIX-RECORD
               PERFORM SUITE-PERSIST-RESULT
           ELSE
               PERFORM SUITE-EXECUTE-CASE
           END-IF.

       SUITE-EXECUTE-CASE.
           MOVE WS-SUITE-STDIN TO WS-STDIN-FILE.
           MOVE WS-SUITE-ARGV TO WS-PROGRAM-ARGS.
           MOVE WS-SUITE-STAGE TO WS-INPUT-FILES.
           MOVE WS-SUITE-OUT-PATH TO WS-OUT-FILE.
      * In a matrix leg the pin applies only to cases in the matrix
      * language; other languages in the manifest run unpinned
           IF WS-MATRIX-LANG NOT = SPACES
               IF WS-LANGUAGE = WS-MATRIX-LANG
                   MOVE WS-MATRIX-VER TO WS-LANG-VERSION
               ELSE
                   MOVE SPACES TO WS-LANG-VERSION
               END-IF
           END-IF.
           PERFORM MAKE-EXECUTE-REQUEST.
           PERFORM LOG-EXECUTION.
           MOVE WS-EXIT-CODE TO WS-SUITE-RUN-RC.

           IF WS-SUITE-EXPECT-RC = SPACES
               MOVE 0 TO WS-SUITE-EXPECT-N
               MOVE "0" TO WS-SUITE-EXPECT-RC
           ELSE
               MOVE FUNCTION NUMVAL(WS-SUITE-EXPECT-RC)
                   TO WS-SUITE-EXPECT-N
           END-IF.

      * Expected-stdout compare; diff prints the mismatch itself and
      * its exit status carries the verdict
           MOVE 0 TO WS-EXIT-CODE.
           IF WS-SUITE-EXPECT-OUT NOT = SPACES
               MOVE SPACES TO WS-CURL-CMD
               STRING "diff -u '"
                   FUNCTION TRIM(WS-SUITE-EXPECT-OUT) "' "
                   FUNCTION TRIM(WS-SUITE-OUT-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
                   RETURNING WS-EXIT-CODE
               PERFORM DECODE-SYSTEM-STATUS
           END-IF.

           IF WS-SUITE-RUN-RC = WS-SUITE-EXPECT-N
               AND WS-EXIT-CODE = 0
               DISPLAY "  PASS  " FUNCTION TRIM(WS-FILENAME)
                   " (" FUNCTION TRIM(WS-LANGUAGE) ")"
               ADD 1 TO WS-BATCH-PASS
               MOVE 0 TO WS-EXIT-CODE
               MOVE SPACES TO WS-JOURNAL-REASON
           ELSE
               IF WS-SUITE-RUN-RC NOT = WS-SUITE-EXPECT-N
                   MOVE WS-SUITE-RUN-RC TO WS-EXIT-DISP
                   DISPLAY "  FAIL  " FUNCTION TRIM(WS-FILENAME)
                       " (exit " FUNCTION TRIM(WS-EXIT-DISP)
                       ", expected "
                       FUNCTION TRIM(WS-SUITE-EXPECT-RC) ")"
                   MOVE SPACES TO WS-JOURNAL-REASON
                   STRING "exit " FUNCTION TRIM(WS-EXIT-DISP)
                       ", expected "
                       FUNCTION TRIM(WS-SUITE-EXPECT-RC)
                       DELIMITED BY SIZE INTO WS-JOURNAL-REASON
                   END-STRING
               ELSE
                   DISPLAY "  FAIL  " FUNCTION TRIM(WS-FILENAME)
                       " (stdout mismatch)"
                   MOVE "stdout mismatch" TO WS-JOURNAL-REASON
               END-IF
      * A quarantined case still runs and reports, but its failure
      * only counts against the suite once it has been stable long
      * enough to graduate
               PERFORM SUITE-CHECK-QUARANTINE
               IF WS-QUAR-FLAG = "Y"
                   DISPLAY "        (quarantined - not counted "
                       "toward the suite verdict)"
                   ADD 1 TO WS-SUITE-QUAR
               ELSE
                   ADD 1 TO WS-BATCH-FAIL
               END-IF
               MOVE 1 TO WS-EXIT-CODE
           END-IF.
           PERFORM BATCH-JOURNAL-RESULT.
           PERFORM SUITE-MATRIX-RECORD.
           PERFORM SUITE-PERSIST-RESULT.

       SUITE-CHECK-QUARANTINE.
      * Quarantined means listed in ~/.unsandbox/quarantine.list AND
      * not yet graduated: once the last QUARANTINE_STABLE_STREAK
      * persisted verdicts for the case are all PASS, a new failure
      * is a real regression and counts again
           MOVE "N" TO WS-QUAR-FLAG.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "QL=" FUNCTION TRIM(WS-QUAR-PATH) "; "
               "RL=" FUNCTION TRIM(WS-SUITE-HIST-PATH) "; "
               "F='" FUNCTION TRIM(WS-FILENAME) "'; "
               "K='" FUNCTION TRIM(WS-QUAR-STREAK) "'; "
               "SCR=" FUNCTION TRIM(WS-CONFIG-VALUE-PATH) "; "
               "if ! grep -qxF ""$F"" ""$QL"" 2>/dev/null; then "
               "echo N > ""$SCR""; exit 0; fi; "
               "if [ ! -s ""$RL"" ]; then "
               "echo Y > ""$SCR""; exit 0; fi; "
               "awk -F'\t' -v f=""$F"" -v k=""$K"" '"
               "$2==f { v[++n]=$3 } "
               "END { if (n>=k) { ok=1; "
               "for (i=n-k+1; i<=n; i++) "
               "if (v[i]!=""PASS"") ok=0; "
               "if (ok) { print ""N""; exit } }; "
               "print ""Y"" }' ""$RL"" > ""$SCR"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           IF WS-CONFIG-VALUE(1:1) = "Y"
               MOVE "Y" TO WS-QUAR-FLAG
           END-IF.

       SUITE-PERSIST-RESULT.
      * Durable cross-run record (unlike the per-run journal, which
      * is deleted with the run): timestamp, file, verdict, reason
      * and manifest, the raw material for the flaky ranking and
      * the quarantine graduation check - plus the case's input hash
      * ("-" from a matrix leg), which --changed selection reads
           PERFORM BEGIN-LOCKED-COMMAND.
           IF WS-EXIT-CODE = 0
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "printf '%s\t%s\t%s\t%s\t%s\t%s\n' "
                   "$(date -u +%Y-%m-%dT%H:%M:%SZ) '"
                   FUNCTION TRIM(WS-FILENAME) "' PASS '-' '"
                   FUNCTION TRIM(WS-SUITE-PATH) "' '"
                   FUNCTION TRIM(WS-SUITE-HASH) "' >> "
                   FUNCTION TRIM(WS-SUITE-HIST-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "printf '%s\t%s\t%s\t%s\t%s\t%s\n' "
                   "$(date -u +%Y-%m-%dT%H:%M:%SZ) '"
                   FUNCTION TRIM(WS-FILENAME) "' FAIL '"
                   FUNCTION TRIM(WS-JOURNAL-REASON) "' '"
                   FUNCTION TRIM(WS-SUITE-PATH) "' '"
                   FUNCTION TRIM(WS-SUITE-HASH) "' >> "
                   FUNCTION TRIM(WS-SUITE-HIST-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-CURL-CMD.

       SUITE-FLAKY-REPORT.
      * Rank cases by how inconsistent their persisted verdicts have
      * been over each case's last N runs (default 20): a case that
      * flips between PASS and FAIL sorts above a hard failure,
      * which just fails every time
           MOVE SPACES TO WS-FLAKY-LAST.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               IF WS-ARG3 = "--last"
                   ACCEPT WS-FLAKY-LAST FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-FLAKY-LAST
                   END-ACCEPT
               END-IF
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-FLAKY-LAST = SPACES
               MOVE "20" TO WS-FLAKY-LAST
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "RL=" FUNCTION TRIM(WS-SUITE-HIST-PATH) "; "
               "QL=" FUNCTION TRIM(WS-QUAR-PATH) "; "
               "if [ ! -s ""$RL"" ]; then "
               "echo 'No persisted suite results yet'; exit 0; fi; "
               "printf '%-40s %5s %5s %5s\n' "
               "CASE RUNS FAILS FLIPS; "
               "awk -F'\t' -v k='"
               FUNCTION TRIM(WS-FLAKY-LAST) "' '"
               "{ f=$2; n[f]++; v[f SUBSEP n[f]]=$3 } "
               "END { for (f in n) { c=n[f]; s=c-k+1; "
               "if (s<1) s=1; flips=0; fails=0; runs=0; "
               "last=""""; "
               "for (i=s; i<=c; i++) { runs++; "
               "w=v[f SUBSEP i]; "
               "if (w!=""PASS"") fails++; "
               "if (last!="""" && w!=last) flips++; last=w }; "
               "printf ""%05d %05d\t%s\t%d\t%d\n"", "
               "flips, fails, f, runs, fails } }' ""$RL"" | "
               "sort -rn | "
               "awk -F'\t' '{ split($1, a, "" ""); "
               "printf ""%-40s %5d %5d %5d\n"", "
               "$2, $3, $4, a[1]+0 }'; "
               "if [ -s ""$QL"" ]; then echo; "
               "echo 'Quarantined cases:'; "
               "sed 's/^/  /' ""$QL""; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           MOVE 0 TO RETURN-CODE.

       HANDLE-PIPELINE.
      * Multi-step runner: a spec file of tab-separated records
      * (source file, stdin fixture, argv, timeout, language - "-"
      * leaves a field empty, #-lines are comments, the same shapes
      * the suite manifest uses) runs each step through the normal
      * execute path with --artifacts capture, and every file a step
      * sends back is staged as an input file of the next step. The
      * chain stops at the first nonzero exit, which becomes the
      * pipeline's own RETURN-CODE
           MOVE "batch" TO WS-GOV-CLASS.
           PERFORM GOVERNOR-SET-CLASS.
           ACCEPT WS-SUITE-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SUITE-PATH
           END-ACCEPT.
           IF WS-SUITE-PATH = SPACES
               DISPLAY "Usage: un.cob pipeline <spec> "
                   "[--cache|--no-cache]" UPON SYSERR
               DISPLAY "  spec: one tab-separated step per line: "
                   "file, stdin, argv, timeout, language "
                   "('-' = empty)" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--cache"
                       MOVE "Y" TO WS-CACHE-FLAG
                   WHEN "--no-cache"
                       MOVE "N" TO WS-CACHE-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.

           PERFORM PIPELINE-POLICY-PASS.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "mktemp -d /tmp/unsandbox_pipe_XXXXXX > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-PIPE-DIR.
           IF WS-PIPE-DIR = SPACES
               DISPLAY "Error: could not create pipeline scratch "
                   "directory" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-PIPE-STEP.
           MOVE "N" TO WS-PIPE-STOP.
           MOVE 0 TO WS-PIPE-RC.
           MOVE "N" TO WS-SUITE-EOF.

           DISPLAY " ".
           DISPLAY "Pipeline run: " FUNCTION TRIM(WS-SUITE-PATH).

           OPEN INPUT SUITE-FILE.
           IF WS-SUITE-STATUS NOT = "00"
               DISPLAY "Error: cannot open pipeline spec: "
                   FUNCTION TRIM(WS-SUITE-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SUITE-EOF = "Y"
               READ SUITE-FILE
                   AT END MOVE "Y" TO WS-SUITE-EOF
                   NOT AT END
                       IF SUITE-LINE NOT = SPACES
                           AND SUITE-LINE(1:1) NOT = "#"
                           AND WS-PIPE-STOP = "N"
                           PERFORM PIPELINE-RUN-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUITE-FILE.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -rf '" FUNCTION TRIM(WS-PIPE-DIR) "'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE WS-PIPE-STEP TO WS-COUNT-DISP.
           DISPLAY " ".
           IF WS-PIPE-STOP = "Y"
               MOVE WS-PIPE-RC TO WS-EXIT-DISP
               DISPLAY "Pipeline summary: failed at step "
                   FUNCTION TRIM(WS-COUNT-DISP) " ("
                   FUNCTION TRIM(WS-FILENAME) ", exit "
                   FUNCTION TRIM(WS-EXIT-DISP) ")"
               MOVE WS-PIPE-RC TO RETURN-CODE
           ELSE
               DISPLAY "Pipeline summary: "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   " step(s) completed"
               MOVE 0 TO RETURN-CODE
           END-IF.

       PIPELINE-RUN-STEP.
           ADD 1 TO WS-PIPE-STEP.
           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-PIPE-STDIN.
           MOVE SPACES TO WS-PIPE-ARGV.
           MOVE SPACES TO WS-PIPE-TIMEOUT.
           MOVE SPACES TO WS-PIPE-LANG.
           UNSTRING SUITE-LINE DELIMITED BY X"09"
               INTO WS-FILENAME WS-PIPE-STDIN WS-PIPE-ARGV
                   WS-PIPE-TIMEOUT WS-PIPE-LANG
           END-UNSTRING.
           IF WS-PIPE-STDIN = "-"
               MOVE SPACES TO WS-PIPE-STDIN
           END-IF.
           IF WS-PIPE-ARGV = "-"
               MOVE SPACES TO WS-PIPE-ARGV
           END-IF.
           IF WS-PIPE-TIMEOUT = "-"
               MOVE SPACES TO WS-PIPE-TIMEOUT
           END-IF.
           IF WS-PIPE-LANG = "-"
               MOVE SPACES TO WS-PIPE-LANG
           END-IF.

           MOVE WS-PIPE-STDIN TO WS-STDIN-FILE.
           MOVE WS-PIPE-ARGV TO WS-PROGRAM-ARGS.
           MOVE WS-PIPE-TIMEOUT TO WS-TIMEOUT-SECS.
           IF WS-PIPE-LANG NOT = SPACES
               MOVE WS-PIPE-LANG TO WS-LANGUAGE
           ELSE
               PERFORM DETECT-LANGUAGE
           END-IF.

           IF WS-LANGUAGE = "unknown"
               DISPLAY "  FAIL  step " WS-PIPE-STEP ": unknown "
                   "language for " FUNCTION TRIM(WS-FILENAME)
               MOVE 1 TO WS-PIPE-RC
               MOVE "Y" TO WS-PIPE-STOP
           ELSE
               PERFORM PIPELINE-COLLECT-ARTIFACTS
               MOVE WS-PIPE-STEP TO WS-COUNT-DISP
               MOVE SPACES TO WS-ARTIFACTS-DIR
               STRING FUNCTION TRIM(WS-PIPE-DIR) "/step_"
                   FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO WS-ARTIFACTS-DIR
               END-STRING
               DISPLAY "--- step " FUNCTION TRIM(WS-COUNT-DISP)
                   ": " FUNCTION TRIM(WS-FILENAME)
                   " (" FUNCTION TRIM(WS-LANGUAGE) ") ---"
               PERFORM STAMP-EXEC-START
               PERFORM MAKE-EXECUTE-REQUEST
               PERFORM LOG-EXECUTION
               IF WS-EXIT-CODE NOT = 0
                   MOVE WS-EXIT-CODE TO WS-PIPE-RC
                   MOVE "Y" TO WS-PIPE-STOP
               END-IF
           END-IF.

       PIPELINE-POLICY-PASS.
      * Every step is held up against the execution policy before
      * the first one runs: its language, timeout and uploaded source
      * and stdin (what earlier steps will hand it is not known yet,
      * and its --artifacts capture is the pipeline's own scratch)
           PERFORM POLICY-RESOLVE.
           IF WS-POLICY-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "pipeline" TO WS-POLICY-WHERE.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE "N" TO WS-SUITE-EOF.
           OPEN INPUT SUITE-FILE.
           IF WS-SUITE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SUITE-EOF = "Y"
               READ SUITE-FILE
                   NOT AT END
                       IF SUITE-LINE NOT = SPACES
                           AND SUITE-LINE(1:1) NOT = "#"
                           PERFORM PIPELINE-POLICY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUITE-FILE.

       PIPELINE-POLICY-ONE.
           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-PIPE-STDIN.
           MOVE SPACES TO WS-PIPE-ARGV.
           MOVE SPACES TO WS-PIPE-TIMEOUT.
           MOVE SPACES TO WS-PIPE-LANG.
           UNSTRING SUITE-LINE DELIMITED BY X"09"
               INTO WS-FILENAME WS-PIPE-STDIN WS-PIPE-ARGV
                   WS-PIPE-TIMEOUT WS-PIPE-LANG
           END-UNSTRING.
           IF WS-PIPE-STDIN = "-"
               MOVE SPACES TO WS-PIPE-STDIN
           END-IF.
           IF WS-PIPE-TIMEOUT = "-"
               MOVE SPACES TO WS-PIPE-TIMEOUT
           END-IF.
           IF WS-PIPE-LANG = "-"
               MOVE SPACES TO WS-PIPE-LANG
           END-IF.
           MOVE WS-PIPE-STDIN TO WS-STDIN-FILE.
           MOVE WS-PIPE-TIMEOUT TO WS-TIMEOUT-SECS.
           IF WS-PIPE-LANG NOT = SPACES
               MOVE WS-PIPE-LANG TO WS-LANGUAGE
           ELSE
               PERFORM DETECT-LANGUAGE
           END-IF.
           PERFORM POLICY-CHECK.

       PIPELINE-COLLECT-ARTIFACTS.
      * Whatever the previous step sent back becomes this step's -f
      * staging list; artifacts land under their basenames in the
      * sandbox, the same flattening APPEND-INPUT-FILES-BUILD always
      * applies. The comma list can run to 1024 chars so it comes
      * back through the wide REPL line reader, not the 256-byte
      * scratch line
           MOVE SPACES TO WS-INPUT-FILES.
           IF WS-PIPE-STEP > 1
               COMPUTE WS-I = WS-PIPE-STEP - 1
               MOVE WS-I TO WS-COUNT-DISP
               MOVE SPACES TO WS-CURL-CMD
               STRING "find '" FUNCTION TRIM(WS-PIPE-DIR) "/step_"
                   FUNCTION TRIM(WS-COUNT-DISP)
                   "' -type f 2>/dev/null | sort | "
                   "paste -sd, - > "
                   FUNCTION TRIM(WS-REPL-LINE-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               OPEN INPUT REPL-LINE-FILE
               READ REPL-LINE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF REPL-LINE-REC NOT = SPACES
                           MOVE REPL-LINE-REC TO WS-INPUT-FILES
                       END-IF
               END-READ
               CLOSE REPL-LINE-FILE
           END-IF.

       HANDLE-FLUSH.
      * Replay the requests --queue spooled while the API was
      * unreachable, oldest first. Each entry's fully built body is
      * re-signed with a fresh timestamp and POSTed to its recorded
      * endpoint; a success is logged through LOG-EXECUTION and the
      * spool entry removed, while a still-dead connection leaves an
      * unreach marker and stops the flush so order is preserved
           PERFORM RESOLVE-SIGNING-KEYS.
           PERFORM RESOLVE-COST-CENTER.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "ls -d ~/.unsandbox/spool/*/ 2>/dev/null | "
               "grep -v '\.tmp/$' | "
               "sort > " FUNCTION TRIM(WS-BATCH-LIST-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "Y" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           MOVE "N" TO WS-FLUSH-STOP.
           MOVE 0 TO WS-BATCH-TOTAL.
           MOVE "N" TO WS-BATCH-EOF.

           OPEN INPUT BATCH-LIST-FILE.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-LIST-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF BATCH-LIST-LINE NOT = SPACES
                           AND WS-FLUSH-STOP = "N"
                           MOVE BATCH-LIST-LINE TO WS-LOCAL-PATH
                           PERFORM FLUSH-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "rm -f " FUNCTION TRIM(WS-BATCH-LIST-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

           IF WS-BATCH-TOTAL = 0
               DISPLAY "Spool is empty - nothing to flush"
           END-IF.
           IF WS-FLUSH-STOP = "Y"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       FLUSH-ONE.
           ADD 1 TO WS-BATCH-TOTAL.
           PERFORM READ-SPOOL-META.
           IF WS-SPOOL-META-OK = "N"
               DISPLAY "  SKIP  " FUNCTION TRIM(WS-LOCAL-PATH)
                   " (no meta - removing)"
               MOVE SPACES TO WS-CURL-CMD
               STRING "rm -rf '" FUNCTION TRIM(WS-LOCAL-PATH) "'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
           ELSE
               DISPLAY "Replaying " FUNCTION TRIM(WS-FILENAME)
                   " (" FUNCTION TRIM(WS-LANGUAGE) ")"
               IF WS-API-PATH NOT = "/jobs"
                   PERFORM NEW-RUN-ID
               END-IF
               PERFORM APPEND-CLOCK-SKEW-PROBE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "RESPOOL='" FUNCTION TRIM(WS-LOCAL-PATH) "'; "
                   "rm -f ""$RESPOOL/unreach""; "
                   "BODY=$(cat ""$RESPOOL/body.json""); "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               PERFORM APPEND-SIGNED-POST-CALL
               IF WS-API-PATH = "/jobs"
                   PERFORM APPEND-SUBMIT-RESPONSE
               ELSE
                   PERFORM APPEND-EXECUTE-RESPONSE-EMIT
               END-IF
               CALL "SYSTEM" USING WS-CURL-CMD
                   RETURNING WS-EXIT-CODE
               PERFORM DECODE-SYSTEM-STATUS
               PERFORM FLUSH-CHECK-OUTCOME
           END-IF.

       FLUSH-CHECK-OUTCOME.
      * The unreach marker, not the exit code, is what says the API
      * was still down - a replayed program is free to exit 75 itself
           MOVE SPACES TO WS-CURL-CMD.
           STRING "if [ -f '" FUNCTION TRIM(WS-LOCAL-PATH)
               "unreach' ] || [ -f '"
               FUNCTION TRIM(WS-LOCAL-PATH) "/unreach' ]; then "
               "echo Y; else echo N; fi > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.

           IF WS-CONFIG-VALUE(1:1) = "Y"
               DISPLAY "API still unreachable - stopping flush"
               MOVE "Y" TO WS-FLUSH-STOP
           ELSE
               IF WS-API-PATH NOT = "/jobs"
                   PERFORM LOG-EXECUTION
               END-IF
               MOVE SPACES TO WS-CURL-CMD
               STRING "rm -rf '" FUNCTION TRIM(WS-LOCAL-PATH) "'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               MOVE WS-EXIT-CODE TO WS-EXIT-DISP
               DISPLAY "  DONE  " FUNCTION TRIM(WS-FILENAME)
                   " (exit " FUNCTION TRIM(WS-EXIT-DISP) ")"
           END-IF.

       READ-SPOOL-META.
      * Pull the recorded file/language/endpoint of a spool entry.
      * SPOOL_PATH is the presence test: every meta the spool writes
      * carries it, while the file field may legitimately be a
      * placeholder - so only a missing/empty meta reads as broken
           MOVE "N" TO WS-SPOOL-META-OK.
           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "grep '^SPOOL_FILE=' '"
               FUNCTION TRIM(WS-LOCAL-PATH) "meta' 2>/dev/null | "
               "cut -d= -f2- > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-FILENAME.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "grep '^SPOOL_LANG=' '"
               FUNCTION TRIM(WS-LOCAL-PATH) "meta' 2>/dev/null | "
               "cut -d= -f2- > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE TO WS-LANGUAGE.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "grep '^SPOOL_PATH=' '"
               FUNCTION TRIM(WS-LOCAL-PATH) "meta' 2>/dev/null | "
               "cut -d= -f2- > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           IF WS-CONFIG-VALUE = SPACES
               MOVE "/execute" TO WS-API-PATH
           ELSE
               MOVE WS-CONFIG-VALUE TO WS-API-PATH
               MOVE "Y" TO WS-SPOOL-META-OK
           END-IF.

       HANDLE-SCHEDULE.
      * One tool for both the run and its timetable: schedules live
      * as tab-separated records (id, cron, file, stdin, argv,
      * timeout, language) under ~/.unsandbox, and a runner mode
      * executes whatever is due through the normal execute path
      * with the saved settings
           ACCEPT WS-SCHED-ACTION FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SCHED-ACTION
           END-ACCEPT.

           EVALUATE WS-SCHED-ACTION
               WHEN "add"
                   PERFORM SCHEDULE-ADD
               WHEN "list"
                   PERFORM SCHEDULE-LIST
               WHEN "remove"
                   PERFORM SCHEDULE-REMOVE
               WHEN "run"
                   PERFORM SCHEDULE-RUN
               WHEN "power"
                   PERFORM SCHEDULE-POWER
               WHEN OTHER
                   DISPLAY "Usage: un.cob schedule "
                       "<add|list|remove|run|power>" UPON SYSERR
                   DISPLAY "  add <file> --at '<cron>' [flags]"
                       UPON SYSERR
                   DISPLAY "  remove <id>" UPON SYSERR
                   DISPLAY "  run [--once]" UPON SYSERR
                   DISPLAY "  power add <service|stack:name> "
                       "[--freeze-at '<cron>'] [--wake-at "
                       "'<cron>']" UPON SYSERR
                   DISPLAY "  power list | power remove <id>"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       SCHEDULE-ADD.
      * The entry keeps everything a later run needs: the --at cron
      * expression plus the same --stdin/--timeout/--language/--
      * argv flags an immediate execution would take, stored in
      * their already-parsed forms
           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FILENAME
           END-ACCEPT.
           IF WS-FILENAME = SPACES
               DISPLAY "Usage: un.cob schedule add <file> --at "
                   "'<cron>' [flags]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CRON-EXPR.
           MOVE SPACES TO WS-STDIN-FILE.
           MOVE SPACES TO WS-PROGRAM-ARGS.
           MOVE SPACES TO WS-LANGUAGE-OVERRIDE.
           MOVE SPACES TO WS-TIMEOUT-SECS.
           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           MOVE SPACES TO WS-SCHED-TAG.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               IF WS-ARG2 = "--at"
                   ACCEPT WS-CRON-EXPR FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-CRON-EXPR
                   END-ACCEPT
               ELSE IF WS-ARG2 = "--tag"
                   ACCEPT WS-SCHED-TAG FROM ARGUMENT-VALUE
                       ON EXCEPTION MOVE SPACES TO WS-SCHED-TAG
                   END-ACCEPT
               ELSE
                   PERFORM DISPATCH-EXECUTE-FLAG
               END-IF
               END-IF
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.

           IF WS-CRON-EXPR = SPACES
               DISPLAY "Error: schedule add requires --at "
                   "'<min hour dom mon dow>'" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * An entry the policy would refuse at run time is refused now
           IF WS-LANGUAGE-OVERRIDE NOT = SPACES
               MOVE WS-LANGUAGE-OVERRIDE TO WS-LANGUAGE
           ELSE
               PERFORM DETECT-LANGUAGE
           END-IF.
           MOVE "schedule add" TO WS-POLICY-WHERE.
           PERFORM POLICY-CHECK.

           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SCHED=" FUNCTION TRIM(WS-SCHED-PATH) "; "
               "CRON='" FUNCTION TRIM(WS-CRON-EXPR) "'; "
               "set -f; set -- $CRON; set +f; "
               "if [ $# -ne 5 ]; then "
               "echo 'Error: --at needs a 5-field cron expression "
               "(min hour dom mon dow)' >&2; exit 1; fi; "
               "TG='" FUNCTION TRIM(WS-SCHED-TAG) "'; "
               "case ""$TG"" in ''|'*'|service:?*|stack:?*) ;; "
               "*) echo 'Error: --tag takes *, service:<id> or "
               "stack:<name>' >&2; exit 1;; esac; "
               "NID=$(awk -F'\t' 'BEGIN { m=0 } "
               "$1+0 > m { m=$1+0 } END { print m+1 }' "
               """$SCHED"" 2>/dev/null); "
               "[ -z ""$NID"" ] && NID=1; "
               "S1='" FUNCTION TRIM(WS-STDIN-FILE) "'; "
               "S2='" FUNCTION TRIM(WS-PROGRAM-ARGS) "'; "
               "S3='" FUNCTION TRIM(WS-TIMEOUT-SECS) "'; "
               "S4='" FUNCTION TRIM(WS-LANGUAGE-OVERRIDE) "'; "
               "printf '%s\t%s\t%s\t%s\t%s\t%s\t%s\t%s\n' "
               """$NID"" ""$CRON"" '"
               FUNCTION TRIM(WS-FILENAME) "' "
               """${S1:--}"" ""${S2:--}"" ""${S3:--}"" "
               """${S4:--}"" ""${TG:--}"" >> ""$SCHED""; "
               "echo 'Schedule '""$NID""' added: "
               FUNCTION TRIM(WS-FILENAME) " at '""$CRON"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SCHEDULE-LIST.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "SCHED=" FUNCTION TRIM(WS-SCHED-PATH) "; "
               "if [ ! -s ""$SCHED"" ]; then "
               "echo 'No schedules defined'; exit 0; fi; "
               "printf '%-4s %-20s %-12s %-16s %s\n' "
               "ID CRON LANGUAGE TAG FILE; "
               "awk -F'\t' '{ printf ""%-4s %-20s %-12s %-16s %s\n"", "
               "$1, $2, $7, ($8 == """" ? ""-"" : $8), $3 }' "
               """$SCHED"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       SCHEDULE-REMOVE.
           ACCEPT WS-SCHED-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SCHED-ID
           END-ACCEPT.
           IF WS-SCHED-ID = SPACES
               DISPLAY "Usage: un.cob schedule remove <id>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SCHED=" FUNCTION TRIM(WS-SCHED-PATH) "; "
               "if [ ! -s ""$SCHED"" ] || "
               "! grep -q '^" FUNCTION TRIM(WS-SCHED-ID) X"09"
               "' ""$SCHED""; then "
               "echo 'Error: no schedule with id "
               FUNCTION TRIM(WS-SCHED-ID) "' >&2; exit 1; fi; "
               "TMP=/tmp/unsandbox_sched_$$; "
               "awk -F'\t' -v id='"
               FUNCTION TRIM(WS-SCHED-ID) "' "
               "'$1 != id' ""$SCHED"" > ""$TMP"" && "
               "mv ""$TMP"" ""$SCHED""; "
               "rm -f ~/.unsandbox/schedule_last/S"
               FUNCTION TRIM(WS-SCHED-ID)
               " ~/.unsandbox/schedule_last/"
               FUNCTION TRIM(WS-SCHED-ID) "; "
               "echo 'Schedule " FUNCTION TRIM(WS-SCHED-ID)
               " removed'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SCHEDULE-RUN.
      * Runner mode: every pass selects the entries whose cron
      * matches the current minute (and that have not already been
      * stamped for it), executes each through the normal signed
      * request with its saved stdin/argv/timeout, logs the run and
      * fires the notification hooks on failure. Loops in the
      * foreground like SERVICE-AUTOSCALE unless --once was given
           MOVE "schedule" TO WS-GOV-CLASS.
           PERFORM GOVERNOR-SET-CLASS.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           MOVE "N" TO WS-SCHED-ONCE.
           IF WS-ARG2 = "--once"
               MOVE "Y" TO WS-SCHED-ONCE
           END-IF.

           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NOTIFY-RESOLVE.
           PERFORM TRACE-RESOLVE.

           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-ERR-FILE.
           MOVE SPACES TO WS-ARTIFACTS-DIR.
           MOVE SPACES TO WS-INPUT-FILES.
           MOVE SPACES TO WS-LANG-VERSION.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.

      * Only one live runner per workstation: a second invocation
      * would double-fire every due schedule. The pid check and the
      * stamp write happen under the shared lock so two runners
      * starting together cannot both pass; $PPID is this process,
      * stable across every CALL "SYSTEM" it makes
           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PF=~/.unsandbox/schedule_runner.pid; "
               "P=$(cat ""$PF"" 2>/dev/null); "
               "if [ -n ""$P"" ] && [ ""$P"" != ""$PPID"" ] && "
               "kill -0 ""$P"" 2>/dev/null; then "
               "echo 'Error: a schedule runner is already live "
               "(pid '""$P""') - refusing to double-fire' >&2; "
               "exit 75; fi; "
               "printf '%s\n' ""$PPID"" > ""$PF"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           IF WS-EXIT-CODE = 75
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Finished async jobs are harvested on every pass unless the
      * profile turns it off with SCHEDULE_HARVEST=N
           MOVE "SCHEDULE_HARVEST" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE "Y" TO WS-SCHED-HARVEST.
           IF WS-CONFIG-VALUE(1:1) = "N" OR WS-CONFIG-VALUE(1:1) = "n"
               OR WS-CONFIG-VALUE = "0" OR WS-CONFIG-VALUE = "off"
               MOVE "N" TO WS-SCHED-HARVEST
           END-IF.

      * The OpenMetrics file is refreshed after every pass when the
      * profile asks for it with SCHEDULE_EXPORT_METRICS=Y
           MOVE "SCHEDULE_EXPORT_METRICS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE(1:1) = "Y" OR WS-CONFIG-VALUE(1:1) = "y"
               OR WS-CONFIG-VALUE = "1" OR WS-CONFIG-VALUE = "on"
               MOVE "Y" TO WS-SCHED-EXPM
               MOVE "Y" TO WS-EXPM-QUIET
               PERFORM RESOLVE-EXPORT-METRICS
           END-IF.

      * SCHEDULE_DRIFT_DIR has the runner check that manifest
      * directory for drift every SCHEDULE_DRIFT_MINUTES (default 60)
           MOVE "SCHEDULE_DRIFT_DIR" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SCHED-DRIFT-DIR.
           IF WS-SCHED-DRIFT-DIR NOT = SPACES
               MOVE "Y" TO WS-SCHED-DRIFT
               MOVE "SCHEDULE_DRIFT_MINUTES" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-SCHED-DRIFT-MIN
           END-IF.

      * SCHEDULE_HOUSEKEEP_HOURS has the runner apply the retention
      * policy (as housekeep does, quietly) every that many hours
           MOVE "SCHEDULE_HOUSEKEEP_HOURS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SCHED-HK-HOURS.
           IF WS-SCHED-HK-HOURS NOT = SPACES
               MOVE "Y" TO WS-SCHED-HK
           END-IF.

      * Unacknowledged incidents climb the escalation ladder on every
      * pass too, so the ladder keeps moving when no watchdog is up
           PERFORM INCIDENT-RESOLVE-POLICY.

           IF WS-SCHED-ONCE = "N"
               DISPLAY "Schedule runner started (Ctrl+C to stop)"
           END-IF.

           MOVE "N" TO WS-SCHED-STOP.
           PERFORM UNTIL WS-SCHED-STOP = "Y"
               MOVE WS-SCHED-PATH TO WS-SCHED-SRC-PATH
               MOVE "S" TO WS-SCHED-STAMP-PFX
               PERFORM SCHEDULE-FIND-DUE
               PERFORM SCHEDULE-RUN-DUE
               MOVE WS-POWER-PATH TO WS-SCHED-SRC-PATH
               MOVE "P" TO WS-SCHED-STAMP-PFX
               PERFORM SCHEDULE-FIND-DUE
               PERFORM SCHEDULE-POWER-DUE
               IF WS-SCHED-HARVEST = "Y"
                   MOVE "Y" TO WS-HARVEST-QUIET
                   PERFORM HARVEST-JOBS
               END-IF
               IF WS-SCHED-EXPM = "Y"
                   PERFORM EXPORT-METRICS-WRITE
               END-IF
               IF WS-SCHED-DRIFT = "Y"
                   PERFORM SCHEDULE-DRIFT-DUE
               END-IF
               IF WS-SCHED-HK = "Y"
                   PERFORM SCHEDULE-HOUSEKEEP-DUE
               END-IF
               PERFORM MAINT-CLOSE
               PERFORM INCIDENT-ESCALATE
               IF WS-SCHED-ONCE = "Y"
                   MOVE "Y" TO WS-SCHED-STOP
               ELSE
                   MOVE SPACES TO WS-CURL-CMD
                   STRING "sleep 20"
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CURL-CMD
               END-IF
           END-PERFORM.

      * Release the live-runner stamp, but only if it is still ours
           MOVE SPACES TO WS-CURL-CMD.
           STRING "PF=~/.unsandbox/schedule_runner.pid; "
               "[ ""$(cat ""$PF"" 2>/dev/null)"" = ""$PPID"" ] "
               "&& rm -f ""$PF""; true"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           MOVE 0 TO RETURN-CODE.

       SCHEDULE-FIND-DUE.
      * awk does the cron-field matching (*, N, */step, lists and
      * ranges) against the current local minute. Steps count from
      * each field's minimum (so */2 on day-of-month means the odd
      * days, as cron does) and Sunday answers to both 0 and 7; the
      * per-id stamp
      * files keep an entry from firing twice inside one minute no
      * matter how often the loop comes around. The caller points
      * WS-SCHED-SRC-PATH at a timetable (execution schedules or
      * the power schedules) and picks a stamp prefix so the two
      * id spaces never collide
           MOVE SPACES TO WS-CURL-CMD.
           STRING "SCHED=" FUNCTION TRIM(WS-SCHED-SRC-PATH) "; "
               "DUE=" FUNCTION TRIM(WS-SCHED-DUE-PATH) "; "
               ": > ""$DUE""; "
               "[ -s ""$SCHED"" ] || exit 0; "
               "mkdir -p ~/.unsandbox/schedule_last; "
               "NOWMIN=$(date +%Y%m%d%H%M); "
               "{ for I in $(sh /tmp/unsandbox_maint.sh release "
               WS-SCHED-STAMP-PFX " 2>/dev/null); do "
               "awk -F'\t' -v i=""$I"" '$1 == i' ""$SCHED""; done; "
               "awk -F'\t' "
               "-v m=$(date +%-M) -v h=$(date +%-H) "
               "-v dom=$(date +%-d) -v mon=$(date +%-m) "
               "-v dow=$(date +%w) '"
               "function fmatch(f, v, lo,  i, n, a, p, r, st) { "
               "if (f == ""*"") return 1; "
               "n = split(f, a, "",""); "
               "for (i = 1; i <= n; i++) { p = a[i]; "
               "if (p ~ /^\*\/[0-9]+$/) { "
               "st = substr(p, 3) + 0; "
               "if (st > 0 && (v - lo) % st == 0) return 1 } "
               "else if (p ~ /^[0-9]+-[0-9]+$/) { "
               "split(p, r, ""-""); "
               "if (v >= r[1]+0 && v <= r[2]+0) return 1 } "
               "else if (p ~ /^[0-9]+$/ && p+0 == v) return 1 } "
               "return 0 } "
               "{ n = split($2, c, "" ""); "
               "if (n == 5 && fmatch(c[1], m, 0) "
               "&& fmatch(c[2], h, 0) "
               "&& fmatch(c[3], dom, 1) && fmatch(c[4], mon, 1) "
               "&& (fmatch(c[5], dow, 0) || "
               "(dow == 0 && fmatch(c[5], 7, 0)))) print }' "
               """$SCHED""; } | "
               "while IFS=$(printf '\t') read -r ID REST; do "
               "LASTF=~/.unsandbox/schedule_last/"
               WS-SCHED-STAMP-PFX """$ID""; "
               "[ ""$(cat ""$LASTF"" 2>/dev/null)"" = ""$NOWMIN"" ] "
               "&& continue; "
               "printf '%s' ""$NOWMIN"" > ""$LASTF""; "
               "K=" WS-SCHED-STAMP-PFX "; if [ ""$K"" = S ]; then "
               "K=schedule; TG=$(printf '%s' ""$REST"" | cut -f7); "
               "else K='power schedule'; "
               "TG=$(printf '%s' ""$REST"" | cut -f3); "
               "case ""$TG"" in stack:*) ;; ?*) TG=service:$TG;; "
               "esac; fi; [ ""$TG"" = - ] && TG=''; "
               "if [ -n ""$TG"" ] && MW=$(sh /tmp/unsandbox_maint.sh "
               "hold ""$TG"" schedule '" WS-SCHED-STAMP-PFX " '""$ID"" "
               "2>/dev/null); then "
               "echo ""  DEFER $K $ID: maintenance window $MW (runs "
               "when it closes)""; continue; fi; "
               "printf '%s\t%s\n' ""$ID"" ""$REST"" >> ""$DUE""; "
               "done"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       SCHEDULE-RUN-DUE.
      * The due file gets its own wide FD: a schedule record can
      * carry a 1024-char argv list, which the 256-byte batch list
      * record would silently truncate
           MOVE "N" TO WS-BATCH-EOF.
           OPEN INPUT SCHED-DUE-FILE.
           IF WS-SCHED-DUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ SCHED-DUE-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF SCHED-DUE-LINE NOT = SPACES
                           PERFORM SCHEDULE-RUN-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-DUE-FILE.

       SCHEDULE-RUN-ONE.
           MOVE SPACES TO WS-SCHED-ID.
           MOVE SPACES TO WS-SCHED-CRON.
           MOVE SPACES TO WS-FILENAME.
           MOVE SPACES TO WS-SCHED-STDIN.
           MOVE SPACES TO WS-SCHED-ARGV.
           MOVE SPACES TO WS-SCHED-TIMEOUT.
           MOVE SPACES TO WS-SCHED-LANG.
           MOVE SPACES TO WS-SCHED-TAG.
           UNSTRING SCHED-DUE-LINE DELIMITED BY X"09"
               INTO WS-SCHED-ID WS-SCHED-CRON WS-FILENAME
                   WS-SCHED-STDIN WS-SCHED-ARGV
                   WS-SCHED-TIMEOUT WS-SCHED-LANG WS-SCHED-TAG
           END-UNSTRING.
           IF WS-SCHED-TAG = "-"
               MOVE SPACES TO WS-SCHED-TAG
           END-IF.

           IF WS-SCHED-STDIN = "-"
               MOVE SPACES TO WS-SCHED-STDIN
           END-IF.
           IF WS-SCHED-ARGV = "-"
               MOVE SPACES TO WS-SCHED-ARGV
           END-IF.
           IF WS-SCHED-TIMEOUT = "-"
               MOVE SPACES TO WS-SCHED-TIMEOUT
           END-IF.
           IF WS-SCHED-LANG = "-"
               MOVE SPACES TO WS-SCHED-LANG
           END-IF.

           MOVE WS-SCHED-STDIN TO WS-STDIN-FILE.
           MOVE WS-SCHED-ARGV TO WS-PROGRAM-ARGS.
           MOVE WS-SCHED-TIMEOUT TO WS-TIMEOUT-SECS.
           IF WS-SCHED-LANG NOT = SPACES
               MOVE WS-SCHED-LANG TO WS-LANGUAGE
           ELSE
               PERFORM DETECT-LANGUAGE
           END-IF.

      * A runaway runner is exactly what the budget is for: a hard
      * breach skips the due run (the usage cache keeps this cheap)
      * but never stops the runner loop itself
           PERFORM BUDGET-CHECK.
           IF WS-BUDGET-VERDICT(1:4) = "HARD"
               DISPLAY "  SKIP  schedule " FUNCTION TRIM(WS-SCHED-ID)
                   ": period budget exhausted"
           ELSE
           IF WS-LANGUAGE = "unknown"
               DISPLAY "  SKIP  schedule " FUNCTION TRIM(WS-SCHED-ID)
                   ": unknown language for "
                   FUNCTION TRIM(WS-FILENAME)
           ELSE
               MOVE SPACES TO WS-CURL-CMD
               STRING "echo '--- '$(date -u +%Y-%m-%dT%H:%M:%SZ)' "
                   "schedule " FUNCTION TRIM(WS-SCHED-ID) ": "
                   FUNCTION TRIM(WS-FILENAME) " ---'"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               PERFORM STAMP-EXEC-START
               PERFORM MAKE-EXECUTE-REQUEST
               PERFORM LOG-EXECUTION
               IF WS-EXIT-CODE NOT = 0
                   MOVE WS-EXIT-CODE TO WS-EXIT-DISP
                   MOVE SPACES TO WS-NOTIFY-MSG
                   STRING "un.cob schedule "
                       FUNCTION TRIM(WS-SCHED-ID) ": "
                       FUNCTION TRIM(WS-FILENAME)
                       " failed with exit "
                       FUNCTION TRIM(WS-EXIT-DISP)
                       DELIMITED BY SIZE INTO WS-NOTIFY-MSG
                   END-STRING
                   MOVE WS-SCHED-TAG TO WS-NOTIFY-SCOPE
                   PERFORM NOTIFY-SEND
                   MOVE SPACES TO WS-NOTIFY-SCOPE
               END-IF
           END-IF
           END-IF.

       SCHEDULE-POWER.
      * Power-schedule maintenance: records live in power.tab as
      * id, cron, action (freeze|wake), service-id - the same tab
      * shape the execution timetable uses, honored by the same
      * runner loop
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           EVALUATE WS-ARG2
               WHEN "add"
                   PERFORM SCHEDULE-POWER-ADD
               WHEN "list"
                   PERFORM SCHEDULE-POWER-LIST
               WHEN "remove"
                   PERFORM SCHEDULE-POWER-REMOVE
               WHEN OTHER
                   DISPLAY "Usage: un.cob schedule power "
                       "<add|list|remove>" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       SCHEDULE-POWER-ADD.
           ACCEPT WS-POWER-SVC FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-POWER-SVC
           END-ACCEPT.
           MOVE SPACES TO WS-FREEZE-CRON.
           MOVE SPACES TO WS-WAKE-CRON.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--freeze-at"
                       ACCEPT WS-FREEZE-CRON FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-FREEZE-CRON
                       END-ACCEPT
                   WHEN "--wake-at"
                       ACCEPT WS-WAKE-CRON FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-WAKE-CRON
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-POWER-SVC = SPACES
               OR (WS-FREEZE-CRON = SPACES
                   AND WS-WAKE-CRON = SPACES)
               DISPLAY "Usage: un.cob schedule power add "
                   "<service|stack:name> "
                   "[--freeze-at '<cron>'] [--wake-at '<cron>']"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-FREEZE-CRON NOT = SPACES
               MOVE WS-FREEZE-CRON TO WS-CRON-EXPR
               MOVE "freeze" TO WS-POWER-ACTION
               PERFORM SCHEDULE-POWER-ADD-ONE
           END-IF.
           IF WS-WAKE-CRON NOT = SPACES
               MOVE WS-WAKE-CRON TO WS-CRON-EXPR
               MOVE "wake" TO WS-POWER-ACTION
               PERFORM SCHEDULE-POWER-ADD-ONE
           END-IF.

       SCHEDULE-POWER-ADD-ONE.
           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PT=" FUNCTION TRIM(WS-POWER-PATH) "; "
               "CRON='" FUNCTION TRIM(WS-CRON-EXPR) "'; "
               "set -f; set -- $CRON; set +f; "
               "if [ $# -ne 5 ]; then "
               "echo 'Error: a 5-field cron expression is needed "
               "(min hour dom mon dow)' >&2; exit 1; fi; "
               "NID=$(awk -F'\t' 'BEGIN { m=0 } "
               "$1+0 > m { m=$1+0 } END { print m+1 }' "
               """$PT"" 2>/dev/null); "
               "[ -z ""$NID"" ] && NID=1; "
               "printf '%s\t%s\t%s\t%s\n' ""$NID"" ""$CRON"" '"
               FUNCTION TRIM(WS-POWER-ACTION) "' '"
               FUNCTION TRIM(WS-POWER-SVC) "' >> ""$PT""; "
               "echo 'Power schedule '""$NID""' added: "
               FUNCTION TRIM(WS-POWER-ACTION) " "
               FUNCTION TRIM(WS-POWER-SVC) " at '""$CRON"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SCHEDULE-POWER-LIST.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "PT=" FUNCTION TRIM(WS-POWER-PATH) "; "
               "if [ ! -s ""$PT"" ]; then "
               "echo 'No power schedules defined'; exit 0; fi; "
               "printf '%-4s %-20s %-8s %s\n' "
               "ID CRON ACTION SERVICE; "
               "awk -F'\t' '{ printf ""%-4s %-20s %-8s %s\n"", "
               "$1, $2, $3, $4 }' ""$PT""; "
               "PLOG=~/.unsandbox/power.log; "
               "if [ -s ""$PLOG"" ]; then echo; "
               "echo 'Actions taken (most recent last):'; "
               "tail -10 ""$PLOG"" | sed 's/^/  /'; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       SCHEDULE-POWER-REMOVE.
           ACCEPT WS-SCHED-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SCHED-ID
           END-ACCEPT.
           IF WS-SCHED-ID = SPACES
               DISPLAY "Usage: un.cob schedule power remove <id>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "PT=" FUNCTION TRIM(WS-POWER-PATH) "; "
               "if [ ! -s ""$PT"" ] || "
               "! grep -q '^" FUNCTION TRIM(WS-SCHED-ID) X"09"
               "' ""$PT""; then "
               "echo 'Error: no power schedule with id "
               FUNCTION TRIM(WS-SCHED-ID) "' >&2; exit 1; fi; "
               "TMP=/tmp/unsandbox_power_$$; "
               "awk -F'\t' -v id='"
               FUNCTION TRIM(WS-SCHED-ID) "' "
               "'$1 != id' ""$PT"" > ""$TMP"" && "
               "mv ""$TMP"" ""$PT""; "
               "rm -f ~/.unsandbox/schedule_last/P"
               FUNCTION TRIM(WS-SCHED-ID) "; "
               "echo 'Power schedule " FUNCTION TRIM(WS-SCHED-ID)
               " removed'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SCHEDULE-POWER-DUE.
           MOVE "N" TO WS-BATCH-EOF.
           OPEN INPUT SCHED-DUE-FILE.
           IF WS-SCHED-DUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ SCHED-DUE-FILE
                   AT END MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF SCHED-DUE-LINE NOT = SPACES
                           PERFORM SCHEDULE-POWER-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-DUE-FILE.

       SCHEDULE-POWER-ONE.
      * Fire one due freeze/wake. A freeze is skipped while the
      * watchdog has logged an incident for the service in the last
      * hour - a service being nursed back to health must not be
      * put to sleep mid-incident. Every action (including skips)
      * is appended to power.log so the billed-hours saving can be
      * shown from the record. A stack:<name> target hands over to
      * the stack runner, which wakes and freezes in dependency
      * order under the same incident rule
           MOVE SPACES TO WS-SCHED-ID.
           MOVE SPACES TO WS-SCHED-CRON.
           MOVE SPACES TO WS-POWER-ACTION.
           MOVE SPACES TO WS-POWER-SVC.
           UNSTRING SCHED-DUE-LINE DELIMITED BY X"09"
               INTO WS-SCHED-ID WS-SCHED-CRON WS-POWER-ACTION
                   WS-POWER-SVC
           END-UNSTRING.
           IF WS-POWER-SVC = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-POWER-SVC(1:6) = "stack:"
               MOVE WS-POWER-SVC(7:) TO WS-STACK-NAME
               IF WS-POWER-ACTION = "freeze"
                   MOVE "down" TO WS-STACK-ACTION
               ELSE
                   MOVE "up" TO WS-STACK-ACTION
               END-IF
               MOVE SPACES TO WS-STACK-TIMEOUT
               MOVE "Y" TO WS-STACK-POWER
               PERFORM STACK-RUN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SVC='" FUNCTION TRIM(WS-POWER-SVC) "'; "
               "ACT='" FUNCTION TRIM(WS-POWER-ACTION) "'; "
               "PLOG=~/.unsandbox/power.log; "
               "ILOG=~/.unsandbox/incidents.log; "
               "TS=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "if [ ""$ACT"" = freeze ] && [ -s ""$ILOG"" ]; then "
               "CUT=$(date -u -d '1 hour ago' "
               "+%Y-%m-%dT%H:%M:%SZ 2>/dev/null); "
               "if [ -n ""$CUT"" ] && "
               "awk -F'\t' -v s=""$SVC"" -v c=""$CUT"" "
               "'$2==s && $1>=c { f=1 } END { exit !f }' "
               """$ILOG""; then "
               "echo ""$TS""' power: skipping freeze of '""$SVC""' "
               "- open incident in the last hour'; "
               "printf '%s\t%s\t%s\t%s\n' ""$TS"" ""$SVC"" "
               """$ACT"" skipped-incident >> ""$PLOG""; "
               "exit 0; fi; fi; "
               "EP=wake; [ ""$ACT"" = freeze ] && EP=sleep; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s -o /dev/null -w '%{http_code}' "
               "--max-time 30 --connect-timeout 10 -X POST "
               "unsandbox:/services/""$SVC""/""$EP"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE SPACES TO WS-TRACE-EPATH.
           STRING "/services/$SVC/$EP"
               DELIMITED BY SIZE INTO WS-TRACE-EPATH
           END-STRING.
           PERFORM APPEND-TRACE-HTTP.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "R=failed; [ ""$HTTP"" = 200 ] && R=ok; "
               "echo ""$TS""' power: '""$ACT""' '""$SVC""' "
               "('""$R""')'; "
               "printf '%s\t%s\t%s\t%s\n' ""$TS"" ""$SVC"" "
               """$ACT"" ""$R"" >> ""$PLOG"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       PARSE-HISTORY-ARGS.
      * --since/--until take ISO dates (or full timestamps) compared
      * lexically against the history.log timestamp column, so a bare
      * 2025-01-07 works as well as a full 2025-01-07T09:00:00Z;
      * --file narrows the report to a single source file's runs;
      * --baseline switches to the runtime baseline report, tuned by
      * --runs, --recent and --factor, with --all listing every file
      * instead of only the regressed ones; verify checks the
      * history chain instead of reporting
           MOVE SPACES TO WS-HIST-SINCE.
           MOVE SPACES TO WS-HIST-UNTIL.
           MOVE SPACES TO WS-HIST-FILE.
           MOVE "N" TO WS-HIST-MONTHLY.
           MOVE "N" TO WS-HIST-BASELINE.
           MOVE "N" TO WS-HIST-VERIFY.
           MOVE "N" TO WS-HIST-ALL.
           MOVE SPACES TO WS-HIST-RUNS.
           MOVE SPACES TO WS-HIST-RECENT.
           MOVE SPACES TO WS-HIST-FACTOR.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               EVALUATE WS-ARG2
                   WHEN "--since"
                       ACCEPT WS-HIST-SINCE FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-HIST-SINCE
                       END-ACCEPT
                   WHEN "--until"
                       ACCEPT WS-HIST-UNTIL FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-HIST-UNTIL
                       END-ACCEPT
                   WHEN "--file"
                       ACCEPT WS-HIST-FILE FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-HIST-FILE
                       END-ACCEPT
                   WHEN "--monthly"
                       MOVE "Y" TO WS-HIST-MONTHLY
                   WHEN "--baseline"
                       MOVE "Y" TO WS-HIST-BASELINE
                   WHEN "verify"
                       MOVE "Y" TO WS-HIST-VERIFY
                   WHEN "--all"
                       MOVE "Y" TO WS-HIST-ALL
                   WHEN "--runs"
                       ACCEPT WS-HIST-RUNS FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-HIST-RUNS
                       END-ACCEPT
                   WHEN "--recent"
                       ACCEPT WS-HIST-RECENT FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-HIST-RECENT
                       END-ACCEPT
                   WHEN "--factor"
                       ACCEPT WS-HIST-FACTOR FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-HIST-FACTOR
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.

       HANDLE-HISTORY.
      * Summarize ~/.unsandbox/history.log (the tab-separated record
      * LOG-EXECUTION appends per run): runs and pass/fail counts per
      * language, the overall pass rate and the most recent failures
      * (with the run id show takes, for runs that have one).
      * All the aggregation happens in one awk pass; the --until value
      * gets a "~" suffix (which sorts above every timestamp digit) so
      * a date-only bound stays inclusive through the end of that day
           PERFORM PARSE-HISTORY-ARGS.
           IF WS-HIST-MONTHLY = "Y"
               PERFORM HISTORY-MONTHLY-REPORT
               STOP RUN
           END-IF.
           IF WS-HIST-BASELINE = "Y"
               PERFORM HISTORY-BASELINE-REPORT
               STOP RUN
           END-IF.
           IF WS-HIST-VERIFY = "Y"
               PERFORM HISTORY-VERIFY
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "HLOG=~/.unsandbox/history.log; "
               "AF=$(ls ~/.unsandbox/history.archive/*.log "
               "2>/dev/null); "
               "if [ ! -s ""$HLOG"" ] && [ -z ""$AF"" ]; then "
               "echo 'No history yet - nothing has been run'; "
               "exit 0; fi; "
               "awk -F'\t' "
               "-v S='" FUNCTION TRIM(WS-HIST-SINCE) "' "
               "-v U='" FUNCTION TRIM(WS-HIST-UNTIL) "' "
               "-v F='" FUNCTION TRIM(WS-HIST-FILE) "' '"
               "{ if (S!="""" && $1<S) next; "
               "if (U!="""" && $1>(U ""~"")) next; "
               "r=""""; if ($8!="""" && $8!=""-"") r=""  run="" $8; "
               "if (F!="""") { if ($2==F) { "
               "print $1 ""  exit="" $4 ""  ("" $3 "")"" r; "
               "fr++; if ($4+0==0) fp++ }; next }; "
               "runs[$3]++; tot++; "
               "if ($4+0==0) { pass[$3]++; tp++ } "
               "else { fail[$3]++; nf++; "
               "fl[nf]=$1 ""  "" $2 "" ("" $3 "") exit="" $4 r } } "
               "END { "
               "if (F!="""") { "
               "printf ""%d run(s) of %s, %d passed, %d failed\n"", "
               "fr+0, F, fp+0, fr-fp; exit 0 }; "
               "if (tot+0==0) { "
               "print ""No matching history records""; exit 0 }; "
               "printf ""%-14s %6s %6s %6s\n"", "
               """LANGUAGE"", ""RUNS"", ""PASS"", ""FAIL""; "
               "for (l in runs) printf ""%-14s %6d %6d %6d\n"", "
               "l, runs[l], pass[l]+0, fail[l]+0; "
               "printf ""\nTotal: %d runs, %d passed, %d failed "
               "(%.1f%% pass rate)\n"", "
               "tot, tp+0, tot-tp, (tp+0)*100/tot; "
               "if (nf+0>0) { print ""\nMost recent failures:""; "
               "s=nf-9; if (s<1) s=1; "
               "for (i=nf; i>=s; i--) print ""  "" fl[i] } "
               "}' $AF ""$HLOG"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-CHARGEBACK.
      * Apportion the period's usage across cost centers from the
      * local history records: runs and execution minutes (from the
      * duration column LOG-EXECUTION stamps) totalled per code.
      * Without --since the report covers the current calendar
      * month, which is the shape the invoice split wants; records
      * predating the cost-center column land under "-". Local
      * fallback runs and cache replays were never billed and are
      * left out
           PERFORM PARSE-HISTORY-ARGS.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "HLOG=~/.unsandbox/history.log; "
               "AF=$(ls ~/.unsandbox/history.archive/*.log "
               "2>/dev/null); "
               "S='" FUNCTION TRIM(WS-HIST-SINCE) "'; "
               "U='" FUNCTION TRIM(WS-HIST-UNTIL) "'; "
               "[ -n ""$S"" ] || S=$(date -u +%Y-%m-01); "
               "if [ ! -s ""$HLOG"" ] && [ -z ""$AF"" ]; then "
               "echo 'No history yet - nothing has been run'; "
               "exit 0; fi; "
               "echo 'Chargeback '""$S""' .. '""${U:-now}""; "
               "awk -F'\t' -v S=""$S"" -v U=""$U"" '"
               "{ if (S!="""" && $1<S) next; "
               "if (U!="""" && $1>(U ""~"")) next; "
               "if ($7==""local"" || $7==""cache"") next; "
               "cc=$5; if (cc=="""") cc=""-""; "
               "runs[cc]++; secs[cc]+=$6+0; "
               "tot++; tsec+=$6+0 } "
               "END { if (tot+0==0) { "
               "print ""No matching history records""; exit 0 }; "
               "printf ""%-16s %6s %10s\n"", "
               """COST-CENTER"", ""RUNS"", ""MINUTES""; "
               "for (c in runs) printf ""%-16s %6d %10.1f\n"", "
               "c, runs[c], secs[c]/60; "
               "printf ""\nTotal: %d runs, %.1f minutes\n"", "
               "tot, tsec/60 }' $AF ""$HLOG"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-FORECAST.
      * Project the billing period (the calendar month, as chargeback
      * and reconcile take it) to its end: month-to-date runs and
      * minutes from the history records, plus every remaining
      * occurrence of each schedules.tab entry walked minute by
      * minute through the same cron matching the runner uses and
      * priced at that file's average recorded duration, plus the
      * unscheduled (ad-hoc) month-to-date rate carried forward.
      * power.tab freeze/wake events are walked the same way for the
      * service hours they leave awake (a stack target counts each
      * of its members); the walk starts a week into the previous
      * month so a service frozen overnight is already asleep on
      * the 1st. The projection is set against the
      * profile's BUDGET_MAX_EXECUTIONS / BUDGET_MAX_MINUTES, and
      * the schedules carrying most of the projected minutes are
      * named. Exits 1 when a cap would be exceeded, like reconcile
           MOVE "5" TO WS-FCST-TOP.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               EVALUATE WS-ARG2
                   WHEN "--top"
                       ACCEPT WS-FCST-TOP FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE "5" TO WS-FCST-TOP
                       END-ACCEPT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.

           MOVE "BUDGET_MAX_EXECUTIONS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUDGET-MAX-EXEC.
           MOVE "BUDGET_MAX_MINUTES" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUDGET-MAX-MIN.
           MOVE "BUDGET_SOFT_PCT" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUDGET-SOFT.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "HLOG=~/.unsandbox/history.log; "
               "AF=$(ls ~/.unsandbox/history.archive/*.log "
               "2>/dev/null); "
               "[ -f ""$HLOG"" ] || HLOG=/dev/null; "
               "SCHED=" FUNCTION TRIM(WS-SCHED-PATH) "; "
               "PT=" FUNCTION TRIM(WS-POWER-PATH) "; "
               "[ -f ""$SCHED"" ] || SCHED=/dev/null; "
               "[ -f ""$PT"" ] || PT=/dev/null; "
               "PR='" FUNCTION TRIM(WS-PROFILE) "'; "
               "TOP='" FUNCTION TRIM(WS-FCST-TOP) "'; "
               "case ""$TOP"" in ''|*[!0-9]*) TOP=5;; esac; "
               "SOFT='" FUNCTION TRIM(WS-BUDGET-SOFT) "'; "
               "case ""$SOFT"" in ''|*[!0-9]*) SOFT=80;; esac; "
               "M1=$(date +%Y-%m-01); "
               "DIM=$(date -d ""$M1 +1 month -1 day"" +%-d); "
               "PDIM=$(date -d ""$M1 -1 day"" +%-d); "
               "set -- $(date -d ""$M1 -7 days"" '+%-d %-m %w'); "
               "SD=$1; PMO=$2; SDW=$3; "
               "set -- $(date '+%-d %-m %-H %-M'); "
               "ND=$1; CMO=$2; NOWM=$(($3 * 60 + $4)); "
               "awk -F'\t' -v ym=$(date -u +%Y-%m) "
               "-v pr=""${PR:-default}"" -v top=""$TOP"" "
               "-v maxe='" FUNCTION TRIM(WS-BUDGET-MAX-EXEC) "' "
               "-v maxm='" FUNCTION TRIM(WS-BUDGET-MAX-MIN) "' "
               "-v soft=""$SOFT"" -v dim=""$DIM"" "
               "-v pdim=""$PDIM"" -v sd=""$SD"" -v pmo=""$PMO"" "
               "-v sdw=""$SDW"" -v nd=""$ND"" -v cmo=""$CMO"" "
               "-v nowm=""$NOWM"" '"
               "function fm(f, v, lo,  i, n, a, p, r, st) { "
               "if (f == ""*"") return 1; "
               "n = split(f, a, "",""); "
               "for (i = 1; i <= n; i++) { p = a[i]; "
               "if (p ~ /^\*\/[0-9]+$/) { "
               "st = substr(p, 3) + 0; "
               "if (st > 0 && (v - lo) % st == 0) return 1 } "
               "else if (p ~ /^[0-9]+-[0-9]+$/) { "
               "split(p, r, ""-""); "
               "if (v >= r[1]+0 && v <= r[2]+0) return 1 } "
               "else if (p ~ /^[0-9]+$/ && p+0 == v) return 1 } "
               "return 0 } "
               "function stn(t,  f, l, k) { "
               "if (t !~ /^stack:/) return 1; "
               "f = ENVIRON[""HOME""] ""/.unsandbox/stacks/"" "
               "substr(t, 7) "".tab""; "
               "while ((getline l < f) > 0) "
               "if (l !~ /^[ \t]*(#|$)/) k++; "
               "close(f); return k ? k : 1 } "
               "function due(c, mi, h, d, mo, dw) { "
               "return fm(c[1], mi, 0) && fm(c[2], h, 0) "
               "&& fm(c[3], d, 1) && fm(c[4], mo, 1) "
               "&& (fm(c[5], dw, 0) || (dw == 0 && fm(c[5], 7, 0))) } "
               "kind == ""h"" { "
               "if ($7 == ""local"" || $7 == ""cache"") next; "
               "dsum[$2] += $6; dcnt[$2]++; "
               "if (substr($1, 1, 7) == ym) { "
               "mr++; ms += $6; mf[$2]++; mfs[$2] += $6 } next } "
               "kind == ""s"" { if (split($2, c, "" "") != 5) next; "
               "ns++; sid[ns] = $1; scr[ns] = $2; sf[ns] = $3; "
               "sfile[$3] = 1; next } "
               "kind == ""p"" { if (split($2, c, "" "") != 5) next; "
               "np++; pcr[np] = $2; pa[np] = $3; psv[np] = $4; "
               "if (!($4 in svc)) { svc[$4] = stn($4); "
               "nsv += svc[$4] } next } "
               "END { "
               "mo = pmo; d = sd; dw = sdw; lim = pdim; "
               "while (1) { cur = (mo == cmo); "
               "for (h = 0; h < 24; h++) "
               "for (mi = 0; mi < 60; mi++) { "
               "fut = cur && (d > nd || "
               "(d == nd && h * 60 + mi > nowm)); "
               "for (i = 1; i <= np; i++) { split(pcr[i], c, "" ""); "
               "if (due(c, mi, h, d, mo, dw)) "
               "st[psv[i]] = (pa[i] == ""freeze"") ? ""F"" : ""W"" } "
               "if (cur) for (s in svc) if (st[s] != ""F"") { "
               "if (fut) pf += svc[s]; else pp += svc[s] } "
               "if (fut) for (i = 1; i <= ns; i++) { "
               "split(scr[i], c, "" ""); "
               "if (due(c, mi, h, d, mo, dw)) occ[i]++ } } "
               "d++; dw = (dw + 1) % 7; "
               "if (d > lim) { if (cur) break; "
               "mo = cmo; d = 1; lim = dim } } "
               "for (i = 1; i <= ns; i++) { f = sf[i]; "
               "av[i] = (dcnt[f] > 0) ? dsum[f] / dcnt[f] : -1; "
               "sm[i] = (av[i] < 0) ? 0 : occ[i] * av[i] / 60; "
               "se += occ[i]; smt += sm[i]; "
               "if (av[i] < 0 && occ[i] > 0) nh++ } "
               "for (f in mf) if (!(f in sfile)) { "
               "ae += mf[f]; am += mfs[f] } "
               "el = nd - 1 + nowm / 1440; if (el < 1) el = 1; "
               "rem = dim - nd + (1440 - nowm) / 1440; "
               "pae = ae / el * rem; pam = am / 60 / el * rem; "
               "pe = mr + se + pae; pm = ms / 60 + smt + pam; "
               "printf ""Forecast for %s (profile %s), "
               "day %d of %d\n\n"", ym, pr, nd, dim; "
               "printf ""%-30s %10s %10s\n"", """", "
               """EXECUTIONS"", ""MINUTES""; "
               "printf ""%-30s %10d %10.1f\n"", "
               """Month to date"", mr, ms / 60; "
               "printf ""%-30s %10d %10.1f\n"", "
               """Schedules, rest of month"", se, smt; "
               "printf ""%-30s %10.0f %10.1f\n"", "
               """Ad-hoc trend, rest of month"", pae, pam; "
               "printf ""%-30s %10.0f %10.1f\n"", "
               """Projected at month end"", pe, pm; "
               "rc = 0; "
               "if (maxe != """" || maxm != """") { "
               "printf ""%-30s %10s %10s\n"", ""Budget"", "
               "(maxe != """") ? maxe : ""-"", "
               "(maxm != """") ? maxm : ""-""; "
               "if (maxe + 0 > 0) { p = pe * 100 / maxe; "
               "v = (p >= 100) ? ""OVER"" : "
               "(p >= soft) ? ""above soft limit"" : ""within""; "
               "printf ""  executions: %.0f%% of cap - %s\n"", "
               "p, v; if (p >= 100) rc = 1 } "
               "if (maxm + 0 > 0) { p = pm * 100 / maxm; "
               "v = (p >= 100) ? ""OVER"" : "
               "(p >= soft) ? ""above soft limit"" : ""within""; "
               "printf ""  minutes: %.0f%% of cap - %s\n"", "
               "p, v; if (p >= 100) rc = 1 } } "
               "else print ""Budget: none configured for this "
               "profile""; "
               "if (nsv > 0) printf ""\nService hours, %d "
               "power-scheduled service(s):\n  %.1f to date, "
               "%.1f projected for the month\n"", "
               "nsv, pp / 60, (pp + pf) / 60; "
               "if (ns > 0) { "
               "print """"; print ""Schedules driving the "
               "projection:""; "
               "printf ""  %-4s %6s %10s  %-16s %s\n"", ""ID"", "
               """RUNS"", ""MINUTES"", ""CRON"", ""FILE""; "
               "for (k = 1; k <= ns && k <= top; k++) { b = 0; "
               "for (i = 1; i <= ns; i++) if (!(i in done) && "
               "(b == 0 || sm[i] > sm[b] || "
               "(sm[i] == sm[b] && occ[i] > occ[b]))) b = i; "
               "done[b] = 1; "
               "printf ""  %-4s %6d %10.1f  %-16s %s%s\n"", "
               "sid[b], occ[b], sm[b], scr[b], sf[b], "
               "(av[b] < 0) ? "" (no history)"" : """" } "
               "if (nh > 0) printf ""%d schedule(s) have no "
               "recorded runs; their minutes are not "
               "counted\n"", nh } "
               "exit rc }' "
               "kind=h $AF ""$HLOG"" kind=s ""$SCHED"" "
               "kind=p ""$PT"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-RECONCILE.
      * Billing control: compare the local history records for the
      * current billing period (taken as the calendar month, the
      * same window chargeback reports) against the account's
      * executions-this-period counter, with a day-by-day local
      * breakdown and the locally detectable causes of a mismatch:
      * spool entries still waiting for a flush (runs neither side
      * has executed), duplicate timestamp+file records (a flush
      * replayed twice), and failed-exit records that may be
      * client-side request failures the server never billed.
      * Exits 1 on any delta so the control can gate in CI
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "HLOG=~/.unsandbox/history.log; "
               "AF=$(ls ~/.unsandbox/history.archive/*.log "
               "2>/dev/null); "
               "PS=$(date -u +%Y-%m-01); "
               "UR=/tmp/unsandbox_recon_$$.json; "
               "sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/usage "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' > ""$UR""; "
               "SRV=$(awk -v mode=get -v q=executions_this_period "
               "-f /tmp/unsandbox_json.awk ""$UR"" 2>/dev/null); "
               "rm -f ""$UR""; "
               "if [ -z ""$SRV"" ]; then "
               "echo 'Error: could not fetch usage counters' >&2; "
               "exit 2; fi; "
               "LOC=$(awk -F'\t' -v S=""$PS"" "
               "'$1 >= S && $7 != ""local"" && $7 != ""cache"" "
               "{ n++ } "
               "END { print n+0 }' "
               "$AF ""$HLOG"" 2>/dev/null); "
               "[ -n ""$LOC"" ] || LOC=0; "
               "echo 'Reconciliation for period starting '""$PS""; "
               "echo '  server executions_this_period: '""$SRV""; "
               "echo '  local history records:         '""$LOC""; "
               "D=$((SRV - LOC)); "
               "echo '  delta (server - local):        '""$D""; "
               "echo; echo 'Local runs by day:'; "
               "awk -F'\t' -v S=""$PS"" "
               "'$1 >= S && $7 != ""local"" && $7 != ""cache"" "
               "{ d[substr($1,1,10)]++ } "
               "END { for (k in d) printf ""  %s  %d\n"", "
               "k, d[k] }' $AF ""$HLOG"" 2>/dev/null | sort; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "echo; echo 'Possible causes detected locally:'; "
               "NP=$(ls -d ~/.unsandbox/spool/*/ 2>/dev/null | "
               "wc -l); "
               "echo '  spooled runs awaiting flush (in neither "
               "count): '""$NP""; "
               "ND=$(awk -F'\t' -v S=""$PS"" '$1 >= S "
               "{ if (seen[$1 ""\t"" $2]++) n++ } "
               "END { print n+0 }' $AF ""$HLOG"" 2>/dev/null); "
               "echo '  duplicate timestamp+file records (a flush "
               "may have replayed twice): '""${ND:-0}""; "
               "NF2=$(awk -F'\t' -v S=""$PS"" '$1 >= S "
               "{ if ($4+0 != 0) n++ } END { print n+0 }' "
               "$AF ""$HLOG"" 2>/dev/null); "
               "echo '  failed-exit records (may include requests "
               "the server never executed): '""${NF2:-0}""; "
               "[ ""$D"" -eq 0 ]"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HISTORY-MONTHLY-REPORT.
      * Answer "last 12 months" from the compact rollup records
      * written at rotation time, topped up with an on-the-fly
      * aggregation of whatever still sits un-rotated in the live
      * log, so no raw archive line is re-read. Rollup rows for the
      * same month/language (several rotations can touch one month)
      * are summed before printing
           MOVE SPACES TO WS-CURL-CMD.
           STRING "RU=~/.unsandbox/history.rollup; "
               "HL=~/.unsandbox/history.log; "
               "CUT=$(date -u -d '-12 months' +%Y-%m "
               "2>/dev/null); "
               "{ [ -s ""$RU"" ] && cat ""$RU""; "
               "[ -s ""$HL"" ] && awk -F'\t' '"
               "{ m=substr($1,1,7); k=m ""\t"" $3; r[k]++; "
               "if ($4+0==0) p[k]++; s[k]+=$6+0 } "
               "END { for (k in r) { split(k, a, ""\t""); "
               "printf ""%s\t%s\t%d\t%d\t%d\t%.1f\n"", "
               "a[1], a[2], r[k], p[k]+0, r[k]-p[k], s[k]/60 } }' "
               """$HL""; true; } | "
               "awk -F'\t' -v cut=""$CUT"" '"
               "cut!="""" && $1 < cut { next } "
               "{ k=$1 ""\t"" $2; r[k]+=$3; p[k]+=$4; f[k]+=$5; "
               "mi[k]+=$6 } "
               "END { for (k in r) printf "
               """%s\t%d\t%d\t%d\t%.1f\n"", "
               "k, r[k], p[k], f[k], mi[k] }' | sort | "
               "awk -F'\t' 'BEGIN { printf "
               """%-8s %-14s %6s %6s %6s %10s\n"", "
               """MONTH"", ""LANGUAGE"", ""RUNS"", ""PASS"", "
               """FAIL"", ""MINUTES"" } "
               "{ printf ""%-8s %-14s %6d %6d %6d %10.1f\n"", "
               "$1, $2, $3, $4, $5, $6; n++ } "
               "END { if (n+0==0) print ""(no history in the "
               "last 12 months)"" }'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       RESOLVE-BASELINE-POLICY.
      * Baseline tuning from the config, once per process; anything
      * unset keeps the defaults the items were declared with
           IF WS-BASE-RESOLVED = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-BASE-RESOLVED.
           MOVE "BASELINE_CHECK" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE = "N" OR "n" OR "0" OR "no" OR "off"
               MOVE "N" TO WS-BASE-CHECK
           END-IF.
           MOVE "BASELINE_RUNS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
               MOVE WS-CONFIG-VALUE TO WS-BASE-RUNS
           END-IF.
           MOVE "BASELINE_RECENT" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
               MOVE WS-CONFIG-VALUE TO WS-BASE-RECENT
           END-IF.
           MOVE "BASELINE_FACTOR" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
               MOVE WS-CONFIG-VALUE TO WS-BASE-FACTOR
           END-IF.
           MOVE "BASELINE_MIN_RUNS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
               MOVE WS-CONFIG-VALUE TO WS-BASE-MIN
           END-IF.

       APPEND-BASELINE-VARS.
      * Shell variables for the baseline awk programs, with garbage
      * in the config falling back to the defaults rather than
      * breaking the arithmetic
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "BN='" FUNCTION TRIM(WS-BASE-RUNS) "'; "
               "BR='" FUNCTION TRIM(WS-BASE-RECENT) "'; "
               "BF='" FUNCTION TRIM(WS-BASE-FACTOR) "'; "
               "BM='" FUNCTION TRIM(WS-BASE-MIN) "'; "
               "case ""$BN"" in ''|*[!0-9]*|0) BN=20;; esac; "
               "case ""$BR"" in ''|*[!0-9]*|0) BR=3;; esac; "
               "case ""$BF"" in ''|*[!0-9.]*) BF=2;; esac; "
               "case ""$BM"" in ''|*[!0-9]*|0) BM=5;; esac; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-BASELINE-FUNCS.
      * awk helpers shared by the report and the post-run check,
      * appended inside a single-quoted awk program: an insertion
      * sort (samples are a few dozen durations at most), the
      * median and the nearest-rank 95th percentile of a[1..m]
           STRING FUNCTION TRIM(WS-CURL-CMD)
               " function bsort(a, m,   i, j, t) { "
               "for (i = 2; i <= m; i++) { t = a[i]; "
               "for (j = i - 1; j >= 1 && a[j] > t; j--) "
               "a[j+1] = a[j]; a[j+1] = t } } "
               "function bmed(a, m) { return (m % 2) ? "
               "a[(m+1)/2] : (a[m/2] + a[m/2+1]) / 2 } "
               "function bp95(a, m,   r) { r = int(m * 0.95); "
               "if (r < m * 0.95) r++; if (r < 1) r = 1; "
               "return a[r] } "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       HISTORY-BASELINE-REPORT.
      * Per file and language: the baseline is the BASELINE_RUNS
      * passing remote runs that precede the latest BASELINE_RECENT
      * ones, read in time order from the archive segments and then
      * the live log; a file is flagged when the median of those
      * recent runs is more than BASELINE_FACTOR times the baseline
      * median (medians under a second count as one). Failed runs,
      * cache replays and local fallbacks are not samples. Exits 1
      * when anything is flagged so a pipeline can gate on it
           PERFORM RESOLVE-BASELINE-POLICY.
           IF WS-HIST-RUNS NOT = SPACES
               MOVE WS-HIST-RUNS TO WS-BASE-RUNS
           END-IF.
           IF WS-HIST-RECENT NOT = SPACES
               MOVE WS-HIST-RECENT TO WS-BASE-RECENT
           END-IF.
           IF WS-HIST-FACTOR NOT = SPACES
               MOVE WS-HIST-FACTOR TO WS-BASE-FACTOR
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-BASELINE-VARS.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "HLOG=~/.unsandbox/history.log; "
               "AF=$(ls ~/.unsandbox/history.archive/*.log "
               "2>/dev/null); "
               "if [ ! -s ""$HLOG"" ] && [ -z ""$AF"" ]; then "
               "echo 'No history yet - nothing has been run'; "
               "exit 0; fi; "
               "OUT=$(awk -F'\t' -v N=""$BN"" -v R=""$BR"" "
               "-v FX=""$BF"" -v MN=""$BM"" "
               "-v ALL='" WS-HIST-ALL "' "
               "-v S='" FUNCTION TRIM(WS-HIST-SINCE) "' "
               "-v U='" FUNCTION TRIM(WS-HIST-UNTIL) "' "
               "-v F='" FUNCTION TRIM(WS-HIST-FILE) "' '"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-BASELINE-FUNCS.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               " BEGIN { W = N + R } "
               "$4+0 != 0 || $7 == ""cache"" || $7 == ""local"" "
               "{ next } "
               "S != """" && $1 < S { next } "
               "U != """" && $1 > (U ""~"") { next } "
               "F != """" && $2 != F { next } "
               "{ k = $2 ""\t"" $3; c[k]++; "
               "d[k, c[k] % W] = $6 + 0 } "
               "END { for (k in c) { split(k, kk, ""\t""); "
               "n = (c[k] > W) ? W : c[k]; "
               "if (n - R < MN) { if (ALL == ""Y"") "
               "printf ""0\t%-32s %-12s %5d %8s %8s %8s %7s  "
               "%s\n"", kk[1], kk[2], n, ""-"", ""-"", ""-"", "
               """-"", ""too few runs""; continue } "
               "m = 0; for (i = c[k] - n + 1; i <= c[k] - R; i++) "
               "b[++m] = d[k, i % W]; "
               "bsort(b, m); md = bmed(b, m); p9 = bp95(b, m); "
               "q = 0; for (i = c[k] - R + 1; i <= c[k]; i++) "
               "r[++q] = d[k, i % W]; "
               "bsort(r, q); rm = bmed(r, q); "
               "x = rm / (md < 1 ? 1 : md); "
               "st = (x > FX) ? ""REGRESSED"" : ""ok""; "
               "if (st == ""ok"" && ALL != ""Y"") continue; "
               "printf ""%.3f\t%-32s %-12s %5d %8.1f %8.1f %8.1f "
               "%6.1fx  %s\n"", x, kk[1], kk[2], m, md, p9, rm, "
               "x, st } }' $AF ""$HLOG"" | sort -rn | cut -f2-); "
               "echo ""Runtime baseline: median/p95 of up to $BN "
               "passing run(s) before the latest $BR, flagged "
               "above ${BF}x""; echo; "
               "if [ -z ""$OUT"" ]; then "
               "echo 'No file has regressed against its baseline'; "
               "exit 0; fi; "
               "printf '%-32s %-12s %5s %8s %8s %8s %7s  %s\n' "
               "FILE LANGUAGE RUNS MEDIAN P95 RECENT RATIO STATUS; "
               "printf '%s\n' ""$OUT""; "
               "NR=$(printf '%s\n' ""$OUT"" | grep -c 'REGRESSED$'); "
               "echo; echo ""$NR file(s) regressed""; "
               "[ ""$NR"" -eq 0 ]"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       RUNTIME-BASELINE-CHECK.
      * Post-run companion of the baseline report: the record
      * LOG-EXECUTION just appended is the last one for this file
      * and language, and it is compared with the passing remote
      * runs before it. A warning goes to stderr when the run took
      * more than BASELINE_FACTOR times the baseline median and more
      * than its p95. The live log answers most files; the archive
      * segments are read only when it holds too few samples.
      * Never changes the run's exit status
           PERFORM RESOLVE-BASELINE-POLICY.
           IF WS-BASE-CHECK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-BASELINE-VARS.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "HLOG=~/.unsandbox/history.log; "
               "BFILE='" FUNCTION TRIM(WS-FILENAME) "'; "
               "BLANG='" FUNCTION TRIM(WS-LANGUAGE) "'; "
               "bchk() { BFULL=$1; shift; "
               "awk -F'\t' -v f=""$BFILE"" -v l=""$BLANG"" "
               "-v N=""$BN"" -v FX=""$BF"" -v MN=""$BM"" "
               "-v full=""$BFULL"" '"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-BASELINE-FUNCS.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               " $2 != f || $3 != l { next } "
               "{ if (have && pe == 0 && po != ""cache"" && "
               "po != ""local"") { c++; d[c % N] = pd } "
               "have = 1; pd = $6 + 0; pe = $4 + 0; po = $7 } "
               "END { if (!have || po == ""cache"" || "
               "po == ""local"") exit; "
               "if (c < MN) { if (!full) print ""more""; exit } "
               "n = (c > N) ? N : c; m = 0; "
               "for (i = c - n + 1; i <= c; i++) b[++m] = d[i % N]; "
               "bsort(b, m); md = bmed(b, m); p9 = bp95(b, m); "
               "bm = (md < 1) ? 1 : md; "
               "if (pd > FX * bm && pd > p9) printf "
               """un.cob: runtime regression: %s (%s) took %ds, "
               "baseline median %.1fs / p95 %.1fs over %d run(s) "
               "(%.1fx)\n"", f, l, pd, md, p9, n, pd / bm }' "
               """$@""; }; "
               "[ -s ""$HLOG"" ] || exit 0; "
               "O=$(bchk 0 ""$HLOG""); "
               "if [ ""$O"" = more ]; then "
               "O=$(bchk 1 $(ls ~/.unsandbox/history.archive/*.log "
               "2>/dev/null) ""$HLOG""); fi; "
               "if [ -n ""$O"" ]; then printf '%s\n' ""$O"" >&2; fi"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-SUBMIT.
      * Queue a long-running execution as an asynchronous job: the
      * same body HANDLE-EXECUTE would build, POSTed to /jobs, which
      * answers with a job id immediately instead of holding the
      * connection open past curl's --max-time. The id is journaled
      * to ~/.unsandbox/jobs.log so a closed laptop can't orphan it
           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FILENAME
           END-ACCEPT.
           IF WS-FILENAME = SPACES
               DISPLAY "Usage: un.cob submit <source_file> [flags]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PARSE-EXECUTE-ARGS.

           OPEN INPUT SOURCE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: File not found: " WS-FILENAME
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE SOURCE-FILE.

           IF WS-LANGUAGE-OVERRIDE NOT = SPACES
               MOVE WS-LANGUAGE-OVERRIDE TO WS-LANGUAGE
           ELSE
               PERFORM DETECT-LANGUAGE
           END-IF.

           IF WS-LANGUAGE = "unknown"
               DISPLAY "Error: Unknown language for file: "
                   WS-FILENAME UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "submit" TO WS-POLICY-WHERE.
           PERFORM POLICY-CHECK.

           PERFORM VERIFY-LANGUAGE-VERSION.

           PERFORM BUDGET-ENFORCE.

      * The cost center is journaled with the job id so the harvest
      * can bill the finished job to the code it was submitted under
           PERFORM RESOLVE-COST-CENTER.
           PERFORM RESOLVE-SIGNING-KEYS.
           PERFORM APPEND-CLOCK-SKEW-PROBE.
           PERFORM APPEND-EXECUTE-BODY-BUILD.

           MOVE "/jobs" TO WS-API-PATH.
           PERFORM APPEND-SIGNED-POST-CALL.
           PERFORM APPEND-SUBMIT-RESPONSE.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       APPEND-SUBMIT-RESPONSE.
      * Pull the job id out of the /jobs response, journal it to
      * ~/.unsandbox/jobs.log and print it - shared by a live submit
      * and by a flush replaying a spooled one, so a queued job is
      * never orphaned without its id. The fifth column is the cost
      * center, resolved by the caller before the command was built
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "UJ=/tmp/unsandbox_json.awk; "
               "JOBID=$(awk -v mode=get -v q=id -f ""$UJ"" "
               "/tmp/unsandbox_resp_$$.json); "
               "[ -n ""$JOBID"" ] || "
               "JOBID=$(awk -v mode=get -v q=job_id -f ""$UJ"" "
               "/tmp/unsandbox_resp_$$.json); "
               "rm -f /tmp/unsandbox_resp_$$.json; "
               "if [ -z ""$JOBID"" ]; then "
               "echo 'Error: no job id in response' >&2; exit 1; fi; "
               "mkdir -p ~/.unsandbox; "
               "if command -v flock >/dev/null 2>&1; then "
               "exec 9>>~/.unsandbox/.lock; flock 9; fi; "
               "SUBTS=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "printf '%s\t%s\t%s\t%s\t%s\t%s\t%s\n' $SUBTS "
               """$JOBID"" "
               "'" FUNCTION TRIM(WS-FILENAME) "' "
               "'" FUNCTION TRIM(WS-LANGUAGE) "' "
               "'" FUNCTION TRIM(WS-COST-CENTER) "' "
               """${HSRC:--}"" ""${HIN:--}"" "
               ">> ~/.unsandbox/jobs.log; "
               "echo ""$JOBID""; "
               "echo 'Fetch later with: un.cob result '""$JOBID"" >&2"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       HANDLE-JOBS.
      * List every job recorded in ~/.unsandbox/jobs.log together
      * with its current status from the API, newest journal order
      * preserved so the most recent submission prints last
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "JLOG=~/.unsandbox/jobs.log; "
               "if [ ! -s ""$JLOG"" ]; then "
               "echo 'No jobs submitted yet'; exit 0; fi; "
               "TAB=$(printf '\t'); "
               "printf '%-24s %-10s %-12s %s\n' "
               "JOB STATUS LANGUAGE FILE; "
               "while IFS=""$TAB"" read -r SUBTS JID JFILE JLANG JCC "
               "JSRC JIN; "
               "do [ -z ""$JID"" ] && continue; "
               "JST=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X GET unsandbox:/jobs/""$JID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "' "
               "| awk -v mode=get -v q=status "
               "-f /tmp/unsandbox_json.awk); "
               "[ -n ""$JST"" ] || JST=unknown; "
               "printf '%-24s %-10s %-12s %s\n' "
               """$JID"" ""$JST"" ""$JLANG"" ""$JFILE""; "
               "done < ""$JLOG"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-RESULT.
      * Fetch a finished job's stdout/stderr/exit code through the
      * same response emit the synchronous path uses, so --out/--err/
      * --no-color/--artifacts behave identically; a job still in
      * flight reports its status and exits 3 so scripts can poll
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ID
           END-ACCEPT.
           IF WS-ID = SPACES
               DISPLAY "Usage: un.cob result <job_id> [--out <file>] "
                   "[--err <file>] [--no-color]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-NO-COLOR-FLAG.
           MOVE SPACES TO WS-OUT-FILE.
           MOVE SPACES TO WS-REQUIREMENTS-FILE.
           MOVE "N" TO WS-QUEUE-FLAG.
           MOVE "N" TO WS-STREAM-FLAG.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               PERFORM DISPATCH-EXECUTE-FLAG
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-o /tmp/unsandbox_resp_$$.json -w '%{http_code}' "
               "-X GET "
               "unsandbox:/jobs/"
               FUNCTION TRIM(WS-ID) " "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'); "
               "if [ ""$HTTP"" != ""200"" ]; then "
               "echo 'Error: could not fetch job "
               FUNCTION TRIM(WS-ID)
               " (HTTP '""$HTTP""')' >&2; "
               "rm -f /tmp/unsandbox_resp_$$.json; exit 1; fi; "
               "JST=$(awk -v mode=get -v q=status "
               "-f /tmp/unsandbox_json.awk "
               "/tmp/unsandbox_resp_$$.json); "
               "case ""$JST"" in queued|pending|running) "
               "echo 'Job " FUNCTION TRIM(WS-ID)
               " is '""$JST""' - not finished yet' >&2; "
               "rm -f /tmp/unsandbox_resp_$$.json; exit 3;; esac; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           PERFORM APPEND-EXECUTE-RESPONSE-EMIT.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-HARVEST.
      * Fold asynchronous jobs that have finished into the normal
      * history record, so history, chargeback and reconcile see
      * submitted work the same way they see synchronous runs
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-HARVEST-QUIET.
           PERFORM HARVEST-JOBS.
           MOVE 0 TO RETURN-CODE.

       HARVEST-JOBS.
      * Walk jobs.log, ask the API about every job not yet listed in
      * jobs.harvested, and for each one in a final state stage one
      * history record (completion time, file, language, exit code,
      * the cost center journaled at submit, submit-to-completion
      * seconds, origin remote). The API calls run outside the lock;
      * only the append of the staged records and the harvested
      * marks happens under it, re-checking the marks there so two
      * harvests racing each other can never count a job twice. The
      * completion hook fires the way HANDLE-EXECUTE's does, when
      * the job ran at least NOTIFY_THRESHOLD_SECS. Each finished
      * job's output is archived under a run id of its own, which
      * its history record carries like any synchronous run's
           PERFORM RESOLVE-COST-CENTER.
           PERFORM RESOLVE-ROTATE-POLICY.
           PERFORM NOTIFY-RESOLVE.
           PERFORM ENSURE-JSON-LIB.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-RUN-ARCHIVE-FN.
           PERFORM APPEND-HISTORY-CHAIN-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "JLOG=~/.unsandbox/jobs.log; "
               "HV=" FUNCTION TRIM(WS-HARVEST-PATH) "; "
               "QUIET='" WS-HARVEST-QUIET "'; "
               "if [ ! -s ""$JLOG"" ]; then "
               "[ ""$QUIET"" = Y ] || echo 'No jobs submitted yet'; "
               "exit 0; fi; "
               "mkdir -p ~/.unsandbox; touch ""$HV""; "
               "TAB=$(printf '\t'); UJ=/tmp/unsandbox_json.awk; "
               "HQ=/tmp/unsandbox_harvest_$$; : > ""$HQ""; "
               "R=/tmp/unsandbox_harvest_$$.json; "
               "UEP=/tmp/unsandbox_ep.$PPID; export UEP; "
               "DEFCC='" FUNCTION TRIM(WS-COST-CENTER) "'; "
               "THRESH='" FUNCTION TRIM(WS-NOTIFY-THRESHOLD) "'; "
               "HN=0; "
               "while IFS=""$TAB"" read -r SUBTS JID JFILE JLANG JCC "
               "JSRC JIN; "
               "do [ -z ""$JID"" ] && continue; "
               "grep -Fqx ""$JID"" ""$HV"" && continue; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-o ""$R"" -w '%{http_code}' -X GET "
               "unsandbox:/jobs/""$JID"" "
               "-H 'Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'); "
               "JE=$(cat ""$UEP"" 2>/dev/null); rm -f ""$UEP""; "
               "if [ ""$HTTP"" != 200 ]; then rm -f ""$R""; "
               "continue; fi; "
               "JST=$(awk -v mode=get -v q=status -f ""$UJ"" ""$R""); "
               "case ""$JST"" in ''|queued|pending|running) "
               "rm -f ""$R""; continue;; esac; "
               "RC=$(awk -v mode=get -v q=exit_code -f ""$UJ"" "
               """$R""); "
               "case ""$RC"" in ''|null) case ""$JST"" in "
               "completed|succeeded|success|done) RC=0;; "
               "*) RC=1;; esac;; *[!0-9-]*) RC=1;; esac; "
               "RC=$((RC & 255)); HN=$((HN+1)); "
               "RID=$(date -u +%Y%m%dT%H%M%S)-$$-"
               "$(printf '%04d' ""$HN""); "
               "awk -v mode=getraw -v q=stdout -f ""$UJ"" ""$R"" "
               "> ""$HQ.o""; "
               "awk -v mode=getraw -v q=stderr -f ""$UJ"" ""$R"" "
               "> ""$HQ.e""; "
               "uarch ""$RID"" ""$JFILE"" ""$JLANG"" remote ""$RC"" "
               """$HQ.o"" ""$HQ.e"" ""$R""; rm -f ""$HQ.o"" ""$HQ.e""; "
               "CA=$(awk -v mode=get -v q=completed_at -f ""$UJ"" "
               """$R""); rm -f ""$R""; T1=''; "
               "[ -n ""$CA"" ] && "
               "T1=$(date -u -d ""$CA"" +%s 2>/dev/null); "
               "[ -n ""$T1"" ] || T1=$(date +%s); "
               "T0=$(date -u -d ""$SUBTS"" +%s 2>/dev/null); "
               "[ -n ""$T0"" ] || T0=$T1; "
               "DUR=$((T1 - T0)); [ ""$DUR"" -ge 0 ] || DUR=0; "
               "TS=$(date -u -d ""@$T1"" +%Y-%m-%dT%H:%M:%SZ); "
               "printf '%s\t%s\t%s\t%s\t%s\t%s\t%s\t%09d\t%s\t%s"
               "\tremote\t%s\t-\t%s\n' "
               """$JID"" ""${JSRC:--}"" ""${JIN:--}"" ""${JE:--}"" "
               """$TS"" ""$JFILE"" ""$JLANG"" ""$RC"" "
               """${JCC:-$DEFCC}"" ""$DUR"" ""$RID"" ""$JID"" "
               ">> ""$HQ""; "
               "echo '  harvested '""$JID""' ('""$JFILE""') '"
               """$JST""' exit '""$RC""' after '""$DUR""'s'; "
               "if [ -n ""$THRESH"" ] && "
               "[ ""$DUR"" -ge ""$THRESH"" ] 2>/dev/null; then "
               "MSG=""un.cob: $JFILE finished with exit $RC "
               "after ${DUR}s""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM NOTIFY-APPEND-FIRE.
           STRING FUNCTION TRIM(WS-CURL-CMD) "; fi; "
               "done < ""$JLOG""; "
               "if [ ! -s ""$HQ"" ]; then rm -f ""$HQ""; "
               "[ ""$QUIET"" = Y ] || "
               "echo 'No newly finished jobs to harvest'; exit 0; fi; "
               "if command -v flock >/dev/null 2>&1; then "
               "exec 9>>~/.unsandbox/.lock; flock 9; fi; "
               "N=0; while IFS=""$TAB"" read -r J JS JI JE REC; do "
               "grep -Fqx ""$J"" ""$HV"" && continue; "
               "happ ""$REC"" ""$JS"" ""$JI"" ""$JE""; "
               "printf '%s\n' ""$J"" >> ""$HV""; N=$((N+1)); "
               "done < ""$HQ""; rm -f ""$HQ""; "
               "echo 'Harvested '""$N""' finished job(s) into "
               "history.log'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM APPEND-HISTORY-ROTATION.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-CACHE.
      * Result cache upkeep: list shows each stored entry with what
      * produced it, purge drops entries past RESULT_CACHE_TTL_HOURS
      * (or every entry with --all)
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           MOVE "RESULT_CACHE_TTL_HOURS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-CACHE-TTL.
           IF WS-CACHE-TTL = SPACES
               MOVE "168" TO WS-CACHE-TTL
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           EVALUATE WS-ARG2
               WHEN "list"
                   STRING "C=~/.unsandbox/cache; "
                       "N=$(ls -d ""$C""/*/ 2>/dev/null | wc -l); "
                       "if [ ""$N"" -eq 0 ]; then "
                       "echo 'Result cache is empty'; exit 0; fi; "
                       "printf '%-12s %-20s %-12s %s\n' "
                       "KEY STORED LANGUAGE FILE; "
                       "for D in ""$C""/*/; do D=${D%/}; "
                       "[ -f ""$D/meta"" ] || continue; "
                       "awk -F= -v k=""$(basename ""$D"" | "
                       "cut -c1-12)"" '{ v[$1]=substr($0, "
                       "length($1)+2) } END { printf "
                       """%-12s %-20s %-12s %s\n"", k, v[""stored""], "
                       "v[""language""], v[""file""] }' ""$D/meta""; "
                       "done; echo; "
                       "echo ""$N entr(ies), $(du -sh ""$C"" "
                       "2>/dev/null | cut -f1) on disk, expiry "
                       FUNCTION TRIM(WS-CACHE-TTL) " hour(s)"""
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               WHEN "purge"
                   STRING "C=~/.unsandbox/cache; ALL='"
                       FUNCTION TRIM(WS-ARG3) "'; "
                       "TTL='" FUNCTION TRIM(WS-CACHE-TTL) "'; "
                       "case ""$TTL"" in ''|*[!0-9]*) TTL=168;; "
                       "esac; N=0; "
                       "for D in ""$C""/*/; do D=${D%/}; "
                       "[ -d ""$D"" ] || continue; "
                       "if [ ""$ALL"" = --all ] || "
                       "[ ! -s ""$D/resp.json"" ] || "
                       "{ [ ""$TTL"" -gt 0 ] && [ -n ""$(find "
                       """$D/resp.json"" -mmin +$((TTL * 60)) "
                       "2>/dev/null)"" ]; }; then "
                       "rm -rf ""$D""; N=$((N+1)); fi; done; "
                       "echo ""Purged $N cache entr(ies)"""
                       DELIMITED BY SIZE INTO WS-CURL-CMD
                   END-STRING
               WHEN OTHER
                   DISPLAY "Usage: un.cob cache list" UPON SYSERR
                   DISPLAY "       un.cob cache purge [--all]"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CALL "SYSTEM" USING WS-CURL-CMD.
           MOVE 0 TO RETURN-CODE.

       HANDLE-APPROVE.
      * Second-operator side of the two-person rule: list the open
      * requests, or approve or reject one. The requester can never
      * approve their own change (withdrawing it with --reject is
      * fine). Approval only unlocks the change; the operation runs
      * when the original command is repeated, which consumes it
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           MOVE "approved" TO WS-APPR-DECISION.
           MOVE SPACES TO WS-APPR-REASON.
           MOVE "N" TO WS-APPR-ALL.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--reject"
                       MOVE "rejected" TO WS-APPR-DECISION
                   WHEN "--reason"
                       ACCEPT WS-APPR-REASON FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-APPR-REASON
                       END-ACCEPT
                   WHEN "--all"
                       MOVE "Y" TO WS-APPR-ALL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               END-ACCEPT
           END-PERFORM.

           IF WS-ARG2 = SPACES
               DISPLAY "Usage: un.cob approve list [--all]"
                   UPON SYSERR
               DISPLAY "       un.cob approve <id> [--reject] "
                   "[--reason <text>]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RESOLVE-APPROVAL-DIR.
           PERFORM NOTIFY-RESOLVE.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-APPROVAL-FILES.
           IF WS-ARG2 = "list"
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "awk -F'\t' -v all=" WS-APPR-ALL " "
                   "'all==""Y"" || $5==""pending"" { n++; "
                   "if (n==1) printf ""%-22s %-20s %-12s %-10s "
                   "%-9s %s\n"", ""ID"", ""REQUESTED"", "
                   """REQUESTER"", ""PROFILE"", ""STATE"", "
                   """OPERATION""; "
                   "printf ""%-22s %-20s %-12s %-10s %-9s %s\n"", "
                   "$1, $2, $3, $4, $5, $8 } "
                   "END { if (!n) print ""No open approval "
                   "requests""; else printf ""\n%d request(s)\n"", "
                   "n }' ""$P"""
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "ID='" FUNCTION TRIM(WS-ARG2) "'; "
                   "DEC='" FUNCTION TRIM(WS-APPR-DECISION) "'; "
                   "WHY='" FUNCTION TRIM(WS-APPR-REASON) "'; "
                   "R=$(awk -F'\t' -v i=""$ID"" '$1==i' ""$P"" | "
                   "tail -1); "
                   "if [ -z ""$R"" ]; then "
                   "echo ""Error: no such approval request: $ID"" "
                   ">&2; exit 1; fi; "
                   "fld() { printf '%s\n' ""$R"" | cut -f""$1""; }; "
                   "RT=$(fld 2); RQ=$(fld 3); PR=$(fld 4); "
                   "ST=$(fld 5); SIG=$(fld 8); "
                   "if [ ""$ST"" != pending ]; then "
                   "echo ""Error: request $ID is already $ST"" >&2; "
                   "exit 1; fi; "
                   "if [ ""$DEC"" = approved ] && "
                   "[ ""$RQ"" = ""$OP"" ]; then "
                   "echo ""Error: $OP filed request $ID - a second "
                   "operator must approve it"" >&2; exit 1; fi; "
                   "awk -F'\t' -v OFS='\t' -v i=""$ID"" "
                   "-v d=""$DEC"" -v o=""$OP"" -v n=""$NOW"" "
                   "'$1==i { $5=d; $6=o; $7=n } 1' ""$P"" "
                   "> ""$P.tmp"" && mv ""$P.tmp"" ""$P"" || exit 1; "
                   "N=""requested by $RQ at $RT""; "
                   "[ -n ""$WHY"" ] && N=""$N; $WHY""; "
                   "printf '%s\t%s\t%s\t%s\t%s\t%s\t%s\n' "
                   """$NOW"" ""$ID"" ""$DEC"" ""$OP"" ""$PR"" "
                   """$SIG"" ""$N"" >> ""$L""; "
                   "echo ""Request $ID $DEC by $OP (profile $PR): "
                   "$SIG""; "
                   "[ ""$DEC"" = approved ] && "
                   "echo ""$RQ can now re-run the command to carry "
                   "it out""; "
                   "MSG=""un.cob: request $ID $DEC by $OP on "
                   "profile $PR: $SIG""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               PERFORM NOTIFY-APPEND-FIRE
           END-IF.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-SHOW.
      * Print back the retained output of one run by the id the
      * history record carries: a one-line summary from the archived
      * meta record, then stdout and (on stderr) stderr as the run
      * produced them. --stdout, --stderr, --meta or --json (the raw
      * API response) print just that part, unadorned, for piping
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           MOVE "all" TO WS-SHOW-PART.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--stdout"
                       MOVE "stdout" TO WS-SHOW-PART
                   WHEN "--stderr"
                       MOVE "stderr" TO WS-SHOW-PART
                   WHEN "--meta"
                       MOVE "meta" TO WS-SHOW-PART
                   WHEN "--json"
                       MOVE "json" TO WS-SHOW-PART
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-ARG2 = SPACES
               DISPLAY "Usage: un.cob show <run-id> "
                   "[--stdout|--stderr|--meta|--json]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "ID='" FUNCTION TRIM(WS-ARG2) "'; "
               "PT='" FUNCTION TRIM(WS-SHOW-PART) "'; "
               "case ""$ID"" in *[!0-9A-Za-z-]*|'') "
               "echo ""Error: invalid run id: $ID"" >&2; exit 1;; "
               "esac; "
               "F=~/.unsandbox/runs/$(printf '%s' ""$ID"" | "
               "cut -c1-4)-$(printf '%s' ""$ID"" | cut -c5-6)"
               "/$ID.tgz; "
               "[ -f ""$F"" ] || F=$(ls ~/.unsandbox/runs/*/""$ID"""
               ".tgz 2>/dev/null | head -1); "
               "if [ -z ""$F"" ] || [ ! -f ""$F"" ]; then "
               "echo ""Error: no archived output for run $ID"" >&2; "
               "exit 1; fi; "
               "case ""$PT"" in "
               "stdout) tar -xzOf ""$F"" ./stdout; exit $?;; "
               "stderr) tar -xzOf ""$F"" ./stderr; exit $?;; "
               "meta) tar -xzOf ""$F"" ./meta; exit $?;; "
               "json) tar -xzOf ""$F"" ./response.json "
               "2>/dev/null || { echo ""Error: run $ID has no "
               "stored API response"" >&2; exit 1; }; exit 0;; "
               "esac; "
               "tar -xzOf ""$F"" ./meta | awk -F= '"
               "{ k=$1; sub(/^[^=]*=/, """"); m[k]=$0 } "
               "END { printf ""Run %s: %s (%s) exit=%s origin=%s "
               "stored %s\n"", m[""run_id""], m[""file""], "
               "m[""language""], m[""exit_code""], m[""origin""], "
               "m[""stored""] }'; "
               "echo '--- stdout ---'; tar -xzOf ""$F"" ./stdout; "
               "echo '--- stderr ---'; "
               "tar -xzOf ""$F"" ./stderr >&2; exit 0"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-STACK.
      * Multi-service applications as one unit. A stack definition
      * (~/.unsandbox/stacks/<name>.tab, or a path) lists one member
      * per line: service id or name, the comma-separated members it
      * depends on (or -), and an optional probe URL. up wakes in
      * dependency order and waits for each member to report running
      * and pass its probe before touching the ones that need it;
      * down freezes in the reverse order; status sums the stack up
      * in one line and exits 1 unless every member is up
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Error: UNSANDBOX_API_KEY not set" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TRACE-RESOLVE.

           ACCEPT WS-STACK-ACTION FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-STACK-ACTION
           END-ACCEPT.
           MOVE SPACES TO WS-STACK-NAME.
           MOVE SPACES TO WS-STACK-TIMEOUT.
           MOVE "N" TO WS-STACK-POWER.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--timeout"
                       ACCEPT WS-STACK-TIMEOUT FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-STACK-TIMEOUT
                       END-ACCEPT
                   WHEN OTHER
                       IF WS-STACK-NAME = SPACES
                           MOVE WS-ARG3 TO WS-STACK-NAME
                       END-IF
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           IF WS-STACK-ACTION = "list"
               PERFORM STACK-LIST
               EXIT PARAGRAPH
           END-IF.
           IF (WS-STACK-ACTION NOT = "up"
               AND WS-STACK-ACTION NOT = "down"
               AND WS-STACK-ACTION NOT = "status")
               OR WS-STACK-NAME = SPACES
               DISPLAY "Usage: un.cob stack <up|down|status> <name> "
                   "[--timeout <secs>]" UPON SYSERR
               DISPLAY "       un.cob stack list" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STACK-RUN.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       STACK-LIST.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "N=0; for F in ~/.unsandbox/stacks/*.tab; do "
               "[ -f ""$F"" ] || continue; N=$((N+1)); "
               "C=$(awk '!/^[ \t]*(#|$)/ { n++ } "
               "END { print n+0 }' ""$F""); "
               "printf '  %-20s %s service(s)\n' "
               """$(basename ""$F"" .tab)"" ""$C""; done; "
               "[ ""$N"" -gt 0 ] || echo 'No stacks defined "
               "(~/.unsandbox/stacks/<name>.tab)'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       STACK-RUN.
      * The definition is ordered once by awk (a member is emitted
      * as soon as everything it depends on has been, otherwise in
      * file order; an unknown dependency or a cycle stops everything
      * before any service is touched) and every member is resolved
      * to its id from one service listing. A member that
      * does not come up within the timeout (STACK_TIMEOUT, default
      * 300s) stops the wake so nothing that needs it is started,
      * and a failed freeze stops the freeze for the same reason in
      * reverse. From power.tab a freeze is skipped while any member
      * has a watchdog incident from the last hour
           IF WS-STACK-TIMEOUT = SPACES
               MOVE "STACK_TIMEOUT" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-STACK-TIMEOUT
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-TRACE-PREAMBLE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SN='" FUNCTION TRIM(WS-STACK-NAME) "'; "
               "SA='" FUNCTION TRIM(WS-STACK-ACTION) "'; "
               "PW='" WS-STACK-POWER "'; "
               "TMO='" FUNCTION TRIM(WS-STACK-TIMEOUT) "'; "
               "case ""$TMO"" in ''|*[!0-9]*) TMO=300;; esac; "
               "case ""$SN"" in */*) SF=""$SN"";; "
               "*) SF=~/.unsandbox/stacks/""$SN"".tab;; esac; "
               "if [ ! -f ""$SF"" ]; then "
               "echo ""Error: no stack definition $SF"" >&2; "
               "exit 1; fi; "
               "AH='Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'; "
               "API=unsandbox:; "
               "TAB=$(printf '\t'); SO=/tmp/unsandbox_stack_$$; "
               "awk '/^[ \t]*(#|$)/ { next } "
               "{ n++; if ($1 in ix) { print ""Error: "" $1 "
               """ is listed twice"" > ""/dev/stderr""; bad=1 } "
               "ix[$1]=n; nm[n]=$1; "
               "dp[n]=($2=="""" || $2==""-"") ? """" : $2; "
               "pb[n]=($3=="""") ? ""-"" : $3 } "
               "END { if (bad) exit 1; "
               "if (n==0) { print ""Error: the stack lists no "
               "services"" > ""/dev/stderr""; exit 1 } "
               "for (i=1; i<=n; i++) { k=split(dp[i], d, "",""); "
               "nd[i]=k; for (j=1; j<=k; j++) { "
               "if (!(d[j] in ix)) { print ""Error: "" nm[i] "
               """ depends on "" d[j] "", which is not in the "
               "stack"" > ""/dev/stderr""; exit 1 } "
               "dd[i,j]=ix[d[j]] } } "
               "left=n; while (left>0) { mv=0; "
               "for (i=1; i<=n; i++) { if (i in done) continue; "
               "ok=1; for (j=1; j<=nd[i]; j++) "
               "if (!(dd[i,j] in done)) ok=0; "
               "if (ok) { done[i]=1; left--; mv=1; "
               "printf ""%s\t%s\n"", nm[i], pb[i] } } "
               "if (!mv) { c=""""; for (i=1; i<=n; i++) "
               "if (!(i in done)) c=c "" "" nm[i]; "
               "print ""Error: dependency cycle among"" c "
               "> ""/dev/stderr""; exit 1 } } }' "
               """$SF"" > ""$SO"" || { rm -f ""$SO""; exit 1; }; "
               "NS=$(wc -l < ""$SO""); "
               "SL=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X GET ""$API/services"" -H ""$AH"" | "
               "awk -v mode=list -v q=services -v f=id,name "
               "-v sep=""$TAB"" -f /tmp/unsandbox_json.awk "
               "2>/dev/null); "
               "sst() { S=$(sh /tmp/unsandbox_api.sh -s "
               "--max-time 30 "
               "--connect-timeout 10 -X GET ""$API/services/$1"" "
               "-H ""$AH"" | awk -v mode=get -v q=status "
               "-f /tmp/unsandbox_json.awk 2>/dev/null); "
               "printf '%s' ""${S:-unreachable}""; }; "
               "prb() { [ ""$1"" = - ] || "
               "curl -sf --max-time 10 ""$1"" >/dev/null 2>&1; }; "
               "BAD=''; : > ""$SO.r""; "
               "while IFS=""$TAB"" read -r NM PB; do "
               "ID=$(printf '%s\n' ""$SL"" | awk -F'\t' "
               "-v t=""$NM"" '$1==t || $2==t { print $1; exit }'); "
               "[ -n ""$ID"" ] || { BAD=""$BAD $NM""; ID=-; }; "
               "printf '%s\t%s\t%s\n' ""$NM"" ""$ID"" ""$PB"" "
               ">> ""$SO.r""; done < ""$SO""; "
               "if [ -n ""$BAD"" ] && [ ""$SA"" != status ]; then "
               "echo ""Error: stack $SN: no such service:$BAD"" "
               ">&2; rm -f ""$SO"" ""$SO.r""; exit 1; fi; "
               "RC=0; TS=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "PLOG=~/.unsandbox/power.log; "
               "ILOG=~/.unsandbox/incidents.log; "
               "if [ ""$PW"" = Y ] && [ ""$SA"" = down ] && "
               "[ -s ""$ILOG"" ]; then "
               "CUT=$(date -u -d '1 hour ago' "
               "+%Y-%m-%dT%H:%M:%SZ 2>/dev/null); "
               "IDS="" $(cut -f2 ""$SO.r"" | tr '\n' ' ')""; "
               "if [ -n ""$CUT"" ] && awk -F'\t' -v s=""$IDS"" "
               "-v c=""$CUT"" 'index(s, "" "" $2 "" "") && "
               "$1>=c { f=1 } END { exit !f }' ""$ILOG""; then "
               "echo ""$TS power: skipping freeze of stack:$SN "
               "- open incident in the last hour""; "
               "printf '%s\t%s\t%s\t%s\n' ""$TS"" ""stack:$SN"" "
               "freeze skipped-incident >> ""$PLOG""; "
               "rm -f ""$SO"" ""$SO.r""; exit 0; fi; fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           EVALUATE WS-STACK-ACTION
               WHEN "up"
                   PERFORM APPEND-STACK-UP
               WHEN "down"
                   PERFORM APPEND-STACK-DOWN
               WHEN OTHER
                   PERFORM APPEND-STACK-STATUS
           END-EVALUATE.

           IF WS-STACK-POWER = "Y"
               STRING FUNCTION TRIM(WS-CURL-CMD)
                   "ACT=wake; [ ""$SA"" = down ] && ACT=freeze; "
                   "R=failed; [ ""$RC"" -eq 0 ] && R=ok; "
                   "echo ""$TS power: $ACT stack:$SN ($R)""; "
                   "printf '%s\t%s\t%s\t%s\n' ""$TS"" ""stack:$SN"" "
                   """$ACT"" ""$R"" >> ""$PLOG""; "
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "rm -f ""$SO"" ""$SO.r"" ""$SO.v""; exit $RC"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.

       APPEND-STACK-UP.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "echo ""Stack $SN: waking $NS service(s) in "
               "dependency order""; "
               "while IFS=""$TAB"" read -r NM ID PB; do "
               "ST=$(sst ""$ID""); "
               "if [ ""$ST"" = running ] && prb ""$PB""; then "
               "echo ""  up    $NM (already running)""; continue; "
               "fi; "
               "if [ ""$ST"" != running ]; then "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s -o /dev/null -w '%{http_code}' "
               "--max-time 30 --connect-timeout 10 -X POST "
               """$API/services/$ID/wake"" -H ""$AH""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/services/$ID/wake" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-HTTP.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "fi; T0=$(date +%s); OK=no; "
               "while :; do ST=$(sst ""$ID""); PS=ok; "
               "prb ""$PB"" || PS=failed; "
               "if [ ""$ST"" = running ] && [ ""$PS"" = ok ]; "
               "then OK=yes; break; fi; "
               "[ $(($(date +%s) - T0)) -ge ""$TMO"" ] && break; "
               "sleep 5; done; "
               "if [ ""$OK"" = yes ]; then "
               "echo ""  up    $NM ($(($(date +%s) - T0))s)""; "
               "else echo ""  FAIL  $NM: status=$ST probe=$PS "
               "after ${TMO}s - the services that need it stay "
               "asleep""; RC=1; break; fi; "
               "done < ""$SO.r""; "
               "[ ""$RC"" -eq 0 ] && echo ""Stack $SN is up""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-STACK-DOWN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "echo ""Stack $SN: freezing $NS service(s) in "
               "reverse dependency order""; "
               "awk '{ l[NR]=$0 } END { for (i=NR; i>0; i--) "
               "print l[i] }' ""$SO.r"" > ""$SO.v""; "
               "while IFS=""$TAB"" read -r NM ID PB; do "
               "ST=$(sst ""$ID""); "
               "case ""$ST"" in running|unreachable) ;; "
               "*) echo ""  down  $NM (already $ST)""; "
               "continue;; esac; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s -o /dev/null -w '%{http_code}' "
               "--max-time 30 --connect-timeout 10 -X POST "
               """$API/services/$ID/sleep"" -H ""$AH""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           MOVE "POST" TO WS-TRACE-METHOD.
           MOVE "/services/$ID/sleep" TO WS-TRACE-EPATH.
           PERFORM APPEND-TRACE-HTTP.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "if [ ""$HTTP"" = 200 ]; then "
               "echo ""  down  $NM""; "
               "else echo ""  FAIL  $NM: freeze returned HTTP "
               "$HTTP - the services it needs stay running""; "
               "RC=1; break; fi; "
               "done < ""$SO.v""; "
               "[ ""$RC"" -eq 0 ] && echo ""Stack $SN is down""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       APPEND-STACK-STATUS.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "UP=0; BL=''; "
               "while IFS=""$TAB"" read -r NM ID PB; do "
               "if [ ""$ID"" = - ]; then BL=""$BL $NM=missing""; "
               "continue; fi; "
               "ST=$(sst ""$ID""); "
               "if [ ""$ST"" != running ]; then "
               "BL=""$BL $NM=$ST""; "
               "elif prb ""$PB""; then UP=$((UP+1)); "
               "else BL=""$BL $NM=probe-failed""; fi; "
               "done < ""$SO.r""; "
               "if [ ""$UP"" -eq ""$NS"" ]; then "
               "echo ""stack $SN: up ($UP/$NS running)""; "
               "elif [ ""$UP"" -eq 0 ]; then RC=1; "
               "echo ""stack $SN: down (0/$NS running;$BL)""; "
               "else RC=1; "
               "echo ""stack $SN: degraded ($UP/$NS running;$BL)""; "
               "fi; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       HANDLE-FORWARD.
      * Ship the local audit trail to the security team's collector:
      * every new record in history.log, incidents.log, power.log,
      * approvals.log, jobs.log and the trace / secret-override
      * NDJSON files becomes one structured event carrying the
      * profile, cost center, host and operator. FORWARD_TARGET is
      * syslog (the local daemon), udp://host[:port] or
      * tcp://host[:port] (sent through logger) or an http(s)://
      * collector URL (one POST per source, FORWARD_HTTP_HEADER
      * added when set); FORWARD_FORMAT is rfc5424 (default) or cef.
      * Each source is read from the byte offset remembered under
      * ~/.unsandbox/forward, advanced only past records the target
      * accepted, so nothing is sent twice. A file that shrank or
      * whose first line changed was rotated or rewritten: the
      * offset is found again after the last record forwarded.
      * One pass per call under a non-blocking lock, quiet when
      * there is nothing new - meant for cron. --dry-run prints the
      * events without sending or advancing. Exits 1 when delivery
      * failed (the offset stays put for the next pass)
           MOVE "N" TO WS-FWD-DRY.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               EVALUATE WS-ARG2
                   WHEN "--dry-run"
                       MOVE "Y" TO WS-FWD-DRY
                   WHEN OTHER
                       DISPLAY "Usage: un.cob forward [--dry-run]"
                           UPON SYSERR
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.

           PERFORM RESOLVE-FORWARD-CONFIG.
           IF WS-FWD-TARGET = SPACES AND WS-FWD-DRY = "N"
               DISPLAY "Error: FORWARD_TARGET is not set (syslog, "
                   "udp://host:port, tcp://host:port or an http(s) "
                   "collector URL)" UPON SYSERR
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RESOLVE-COST-CENTER.

           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-FORWARD-SOURCES.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "mkdir -p ""$FD"" || exit 1; "
               "if command -v flock >/dev/null 2>&1; then "
               "exec 7>>""$FD/.lock""; flock -n 7 || { "
               "echo 'forward: another pass is still running' >&2; "
               "exit 0; }; fi; "
               "FMT='" FUNCTION TRIM(WS-FWD-FORMAT) "'; "
               "case ""$FMT"" in [Cc][Ee][Ff]) FMT=cef;; "
               "*) FMT=rfc5424;; esac; "
               "HDR='" FUNCTION TRIM(WS-FWD-HEADER) "'; "
               "DRY=" WS-FWD-DRY "; "
               "PR='" FUNCTION TRIM(WS-PROFILE) "'; "
               "PR=${PR:-default}; "
               "CC='" FUNCTION TRIM(WS-COST-CENTER) "'; "
               "HO=$(hostname 2>/dev/null || uname -n); "
               "OPR=""${UNSANDBOX_OPERATOR:-$(id -un)}""; "
               "sde() { printf '%s' ""$1"" | sed 's/[]""\\]/\\&/g'; }; "
               "PRE=$(sde ""$PR""); OPE=$(sde ""$OPR""); "
               "TAB=$(printf '\t'); LOPT=; "
               "case ""$FTGT"" in udp://*|tcp://*) "
               "HP=${FTGT#*://}; LH=${HP%%:*}; LP=${HP#""$LH""}; "
               "LP=${LP#:}; LOPT=""-n $LH -P ${LP:-514}""; "
               "case ""$FTGT"" in tcp:*) LOPT=""$LOPT -T"";; "
               "*) LOPT=""$LOPT -d"";; esac;; esac; "
               "hpost() { cut -f7 ""$1"" > ""$1.w""; "
               "if [ -n ""$HDR"" ]; then "
               "HC=$(curl -s -o /dev/null -w '%{http_code}' "
               "--max-time 60 -X POST -H 'Content-Type: text/plain' "
               "-H ""$HDR"" --data-binary @""$1.w"" ""$FTGT""); "
               "else "
               "HC=$(curl -s -o /dev/null -w '%{http_code}' "
               "--max-time 60 -X POST -H 'Content-Type: text/plain' "
               "--data-binary @""$1.w"" ""$FTGT""); fi; "
               "rm -f ""$1.w""; case ""$HC"" in 2??) return 0;; esac; "
               "echo ""forward: $S: collector answered HTTP $HC"" >&2; "
               "return 1; }; "
               "RC=0; NEV=0; "
               "for S in $FSRCS; do fsrc ""$S""; "
               "[ -f ""$F"" ] || continue; "
               "OF=""$FD/$S.off""; OFF=$(cat ""$OF"" 2>/dev/null); "
               "OFF=${OFF:-0}; SZ=$(wc -c < ""$F""); "
               "if [ ""$OFF"" -gt 0 ] && { [ ""$SZ"" -lt ""$OFF"" ] || "
               "[ ""$(head -n 1 ""$F"")"" != "
               """$(cat ""$FD/$S.first"" 2>/dev/null)"" ]; }; then "
               "OFF=$(LC_ALL=C awk -v lf=""$FD/$S.last"" "
               "'BEGIN { if ((getline m < lf) <= 0) m = ""\001"" } "
               "{ o += length($0) + 1 } "
               "($0 """") == (m """") { p = o } "
               "END { print p + 0 }' ""$F""); fi; "
               "[ ""$SZ"" -gt ""$OFF"" ] || continue; "
               "C=""$FD/$S.chunk""; "
               "tail -c +$((OFF + 1)) ""$F"" | head -c $((SZ - OFF)) "
               "> ""$C""; "
               "if [ -n ""$(tail -c 1 ""$C"")"" ]; then "
               "sed '$d' ""$C"" > ""$C.t""; mv ""$C.t"" ""$C""; fi; "
               "[ -s ""$C"" ] || { rm -f ""$C""; continue; }; "
               "NL=$(wc -l < ""$C""); "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
      * The event formatter: one tab-separated line per record -
      * chunk line number, syslog severity, msgid (the source),
      * record time, cost center, event name, the complete wire
      * form (RFC 5424 line or CEF record) and the bare message
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "LC_ALL=C awk -F'\t' -v S=""$S"" -v K=""$K"" "
               "-v fmt=""$FMT"" -v pr=""$PR"" -v dcc=""$CC"" "
               "-v ho=""$HO"" -v op=""$OPR"" '"
               "function sd(s) { gsub(/[]\\""]/, ""\\\\&"", s); "
               "return s } "
               "function ce(s) { gsub(/[\\=]/, ""\\\\&"", s); "
               "return s } "
               "function ch(s) { gsub(/[\\|]/, ""\\\\&"", s); "
               "return s } "
               "function rtf(t) { "
               "if (t !~ /^[0-9][0-9][0-9][0-9]-[0-9][0-9]-[0-9]"
               "[0-9]T/) return t; "
               "return substr(""JanFebMarAprMayJunJulAugSepOctNovDec"""
               ", substr(t, 6, 2) * 3 - 2, 3) "" "" substr(t, 9, 2) "
               """ "" substr(t, 1, 4) "" "" substr(t, 12, 8) "
               """ UTC"" } "
               "function ev(ts, sv, en, cc, m,   w, p) { "
               "if (cc == """" || cc == ""-"") cc = dcc; "
               "if (ts == """") ts = ""-""; gsub(/\t/, "" "", m); "
               "if (fmt == ""cef"") { p = (sv == ""err"") ? 8 : "
               "(sv == ""warning"") ? 6 : (sv == ""notice"") ? 5 : 3; "
               "w = ""CEF:0|unsandbox|un.cob|1.0|"" ch(en) ""|"" "
               "ch(S "" "" en) ""|"" p ""|rt="" rtf(ts) "
               """ dvchost="" ce(ho) "" suser="" ce(op) "
               """ cs1Label=profile cs1="" ce(pr) "
               """ cs2Label=costCenter cs2="" ce(cc) "
               """ cs3Label=source cs3="" S "" msg="" ce(m); m = w } "
               "else { p = 8 + ((sv == ""err"") ? 3 : "
               "(sv == ""warning"") ? 4 : (sv == ""notice"") ? 5 : 6); "
               "w = ""<"" p "">1 "" ts "" "" ho "" un.cob - "" S "
               """ [unsandbox@32473 profile=\"""" sd(pr) "
               """\"" costCenter=\"""" sd(cc) "
               """\"" operator=\"""" sd(op) "
               """\"" event=\"""" en ""\""] "" m } "
               "print NR ""\t"" sv ""\t"" S ""\t"" ts ""\t"" sd(cc) "
               """\t"" en ""\t"" w ""\t"" m } "
               "NF == 0 { next } "
               "K == ""h"" { ev($1, ($4 + 0 != 0) ? ""warning"" : "
               """info"", ""run"", $5, ""run "" $2 "" lang="" $3 "
               """ exit="" ($4 + 0) "" duration="" $6 ""s origin="" $7 "
               "(($8 != """" && $8 != ""-"") ? "" run="" $8 : """")); "
               "next } "
               "K == ""i"" { ev($1, ""err"", ""incident"", """", "
               """service "" $2 "": "" $3 "
               "(($4 != """") ? "" excerpt="" $4 : """")); next } "
               "K == ""p"" { ev($1, ($4 == ""failed"") ? ""warning"" : "
               """info"", ""power"", """", ""service "" $2 "" "" $3 "
               """: "" $4 (($5 != """") ? "" size="" $5 : """")); "
               "next } "
               "K == ""a"" { ev($1, ""notice"", ""approval-"" $3, "
               """"", "
               "$3 "" "" $2 "" by "" $4 "" profile="" $5 "
               """ operation="" $6 "
               "(($7 != """" && $7 != ""-"") ? "" note="" $7 : """")); "
               "next } "
               "K == ""j"" { ev($1, ""info"", ""job-submit"", $5, "
               """job "" $2 "" submitted file="" $3 "" lang="" $4); "
               "next } "
               "{ t = """"; if (match($0, /""ts"":""[^""]*""/)) "
               "t = substr($0, RSTART + 6, RLENGTH - 7); "
               "if ($0 ~ /""method"":""SCAN""/) "
               "ev(t, ""warning"", ""secret-scan-override"", """", "
               "$0); "
               "else ev(t, ($0 ~ /""status"":""[45]/) ? ""warning"" : "
               """info"", ""api-call"", """", $0) }' "
               """$C"" > ""$C.ev""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "N=0; OK=Y; "
               "if [ ""$DRY"" = Y ]; then cut -f7 ""$C.ev""; "
               "else case ""$FTGT"" in http://*|https://*) "
               "if hpost ""$C.ev""; then N=$NL; "
               "NEV=$((NEV + $(wc -l < ""$C.ev""))); "
               "else OK=N; fi;; "
               "*) while IFS=""$TAB"" read -r LN SV MID RT RCC EN W B; "
               "do if [ ""$FMT"" = cef ]; then "
               "logger $LOPT -t un.cob -p ""user.$SV"" -- ""$B""; "
               "else logger $LOPT --rfc5424 -t un.cob "
               "-p ""user.$SV"" --msgid ""$MID"" "
               "--sd-id unsandbox@32473 "
               "--sd-param ""profile=\""$PRE\"""" "
               "--sd-param ""costCenter=\""$RCC\"""" "
               "--sd-param ""operator=\""$OPE\"""" "
               "--sd-param ""event=\""$EN\"""" "
               "--sd-param ""recordTime=\""$RT\"""" -- ""$B""; fi "
               "|| { OK=N; echo ""forward: $S: syslog delivery "
               "failed"" >&2; break; }; "
               "N=$LN; NEV=$((NEV + 1)); done < ""$C.ev""; "
               "[ ""$OK"" = Y ] && N=$NL;; esac; fi; "
               "if [ ""$N"" -gt 0 ]; then "
               "OFF=$((OFF + $(head -n ""$N"" ""$C"" | wc -c))); "
               "echo ""$OFF"" > ""$OF""; "
               "head -n 1 ""$F"" > ""$FD/$S.first""; "
               "sed -n ""${N}p"" ""$C"" > ""$FD/$S.last""; fi; "
               "rm -f ""$C"" ""$C.ev""; "
               "[ ""$OK"" = Y ] || { RC=1; break; }; done; "
               "if [ ""$DRY"" = N ] && [ ""$RC"" = 0 ]; then "
               "date +%s > ""$FD/last_pass""; "
               "[ ""$NEV"" -gt 0 ] && "
               "echo ""forward: $NEV event(s) sent to $FTGT""; fi; "
               "exit $RC"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       RESOLVE-FORWARD-CONFIG.
      * Forwarder settings plus the two relocatable sources (the
      * approvals directory and the trace file), resolved ahead of
      * any command build; shared by forward and doctor
           MOVE "FORWARD_TARGET" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-FWD-TARGET.
           MOVE "FORWARD_FORMAT" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-FWD-FORMAT.
           MOVE "FORWARD_HTTP_HEADER" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-FWD-HEADER.
           MOVE "FORWARD_LAG_MINUTES" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-FWD-LAG.
           IF WS-FWD-LAG = SPACES
               MOVE "60" TO WS-FWD-LAG
           END-IF.
           PERFORM TRACE-RESOLVE.
           PERFORM RESOLVE-APPROVAL-DIR.

       APPEND-FORWARD-SOURCES.
      * Shell prologue naming the forwarder state directory ($FD),
      * the target ($FTGT) and the sources in forwarding order;
      * fsrc <name> sets $F (the file) and $K (its record kind)
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "FD=~/.unsandbox/forward; "
               "FTGT='" FUNCTION TRIM(WS-FWD-TARGET) "'; "
               "AD='" FUNCTION TRIM(WS-APPR-DIR) "'; "
               "case ""$AD"" in ""~/""*) AD=""$HOME/${AD#??}"";; "
               "esac; "
               "TRF='" FUNCTION TRIM(WS-TRACE-PATH) "'; "
               "case ""$TRF"" in ""~/""*) TRF=""$HOME/${TRF#??}"";; "
               "esac; "
               "FSRCS='history incidents power approvals jobs trace "
               "overrides'; "
               "fsrc() { case ""$1"" in "
               "history) F=~/.unsandbox/history.log; K=h;; "
               "incidents) F=~/.unsandbox/incidents.log; K=i;; "
               "power) F=~/.unsandbox/power.log; K=p;; "
               "approvals) F=""$AD/approvals.log""; K=a;; "
               "jobs) F=~/.unsandbox/jobs.log; K=j;; "
               "trace) F=""$TRF""; K=n;; "
               "overrides) F=~/.unsandbox/secret_overrides.ndjson; "
               "K=n;; esac; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       HANDLE-EXPORT-METRICS.
      * Write the workstation's and account's state as an OpenMetrics
      * text file for node_exporter's textfile collector: run and
      * failure counters by language and origin (the live history
      * plus the retained archive segments), spool depth, open async
      * jobs, incidents in the last 24 hours, quarantined suite
      * cases, warm pool sessions, budget minutes used against
      * BUDGET_MAX_MINUTES and the last recorded sample per service.
      * Only local state is read - the minutes come from the usage
      * response the budget check caches, else from this month's
      * remote history - so a scrape never costs an API call. The
      * file (--output, else EXPORT_METRICS_PATH, else
      * ~/.unsandbox/unsandbox.prom) is replaced by rename, so the
      * collector never reads half of one
           MOVE SPACES TO WS-EXPM-PATH.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM UNTIL WS-ARG2 = SPACES
               EVALUATE WS-ARG2
                   WHEN "--output"
                       ACCEPT WS-EXPM-PATH FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-EXPM-PATH
                       END-ACCEPT
                   WHEN OTHER
                       DISPLAY "Usage: un.cob export-metrics "
                           "[--output <file.prom>]" UPON SYSERR
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.
           MOVE "N" TO WS-EXPM-QUIET.
           PERFORM RESOLVE-EXPORT-METRICS.
           PERFORM EXPORT-METRICS-WRITE.

       RESOLVE-EXPORT-METRICS.
      * Output path, the minutes cap and the quarantine graduation
      * streak, resolved once ahead of the command build (the
      * schedule runner calls this before its loop)
           IF WS-EXPM-PATH = SPACES
               MOVE "EXPORT_METRICS_PATH" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-EXPM-PATH
           END-IF.
           IF WS-EXPM-PATH = SPACES
               MOVE "~/.unsandbox/unsandbox.prom" TO WS-EXPM-PATH
           END-IF.
           MOVE "BUDGET_MAX_MINUTES" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUDGET-MAX-MIN.
           MOVE "QUARANTINE_STABLE_STREAK" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-QUAR-STREAK.
           IF WS-QUAR-STREAK = SPACES
               MOVE "10" TO WS-QUAR-STREAK
           END-IF.

       EXPORT-METRICS-WRITE.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "U=~/.unsandbox; "
               "OUT='" FUNCTION TRIM(WS-EXPM-PATH) "'; "
               "case ""$OUT"" in ""~/""*) OUT=""$HOME/${OUT#??}"";; "
               "esac; "
               "mkdir -p ""$(dirname ""$OUT"")"" || exit 1; "
               "T=""$OUT.$$.tmp""; "
               "MAXM='" FUNCTION TRIM(WS-BUDGET-MAX-MIN) "'; "
               "K='" FUNCTION TRIM(WS-QUAR-STREAK) "'; "
               "QL=" FUNCTION TRIM(WS-QUAR-PATH) "; "
               "RL=" FUNCTION TRIM(WS-SUITE-HIST-PATH) "; "
               "PL=" FUNCTION TRIM(WS-POOL-PATH) "; "
               "HV=" FUNCTION TRIM(WS-HARVEST-PATH) "; "
               "lv() { printf '%s' ""$1"" | "
               "sed 's/\\/\\\\/g; s/""/\\""/g'; }; "
               "{ "
               "cat $U/history.archive/history-*.log "
               "$U/history.log 2>/dev/null | "
               "awk -F'\t' 'NF >= 4 { o = ($7 == """") ? ""remote"" "
               ": $7; k = $3 ""\t"" o; r[k]++; "
               "if ($4 + 0 != 0) f[k]++ } "
               "function q(s) { gsub(/\\/, ""\\\\"", s); "
               "gsub(/""/, ""\\\"""", s); return s } "
               "END { "
               "print ""# HELP unsandbox_runs Runs recorded in the "
               "history (live log and retained archive).""; "
               "print ""# TYPE unsandbox_runs counter""; "
               "for (k in r) { split(k, a, ""\t""); "
               "l[k] = ""{language=\"""" q(a[1]) "
               """\"",origin=\"""" q(a[2]) ""\""}""; "
               "print ""unsandbox_runs_total"" l[k] "" "" r[k] } "
               "print ""# HELP unsandbox_run_failures Recorded runs "
               "that exited nonzero.""; "
               "print ""# TYPE unsandbox_run_failures counter""; "
               "for (k in r) print ""unsandbox_run_failures_total"" "
               "l[k] "" "" f[k] + 0 }'; "
               "N=0; for D in $U/spool/*/; do [ -d ""$D"" ] && "
               "N=$((N + 1)); done; "
               "echo '# HELP unsandbox_spool_depth Requests waiting "
               "in the offline spool.'; "
               "echo '# TYPE unsandbox_spool_depth gauge'; "
               "echo ""unsandbox_spool_depth $N""; "
               "N=0; [ -s $U/jobs.log ] && "
               "N=$(awk -F'\t' 'FNR == NR { h[$1] = 1; next } "
               "NF >= 2 && !($2 in h) { n++ } END { print n + 0 }' "
               """$HV"" $U/jobs.log 2>/dev/null || "
               "awk -F'\t' 'NF >= 2 { n++ } END { print n + 0 }' "
               "$U/jobs.log); "
               "echo '# HELP unsandbox_jobs_open Submitted async jobs "
               "not yet harvested.'; "
               "echo '# TYPE unsandbox_jobs_open gauge'; "
               "echo ""unsandbox_jobs_open ${N:-0}""; "
               "CUT=$(date -u -d '-24 hours' +%Y-%m-%dT%H:%M:%SZ); "
               "N=$(awk -F'\t' -v c=""$CUT"" '$1 >= c { n++ } "
               "END { print n + 0 }' $U/incidents.log 2>/dev/null); "
               "echo '# HELP unsandbox_incidents_last_24h Service "
               "incidents recorded in the last 24 hours.'; "
               "echo '# TYPE unsandbox_incidents_last_24h gauge'; "
               "echo ""unsandbox_incidents_last_24h ${N:-0}""; "
               "N=0; [ -s ""$QL"" ] && "
               "N=$(awk -F'\t' -v k=""$K"" 'FNR == NR { "
               "if ($0 != """") q[$0] = 1; next } "
               "($2 in q) { v[$2, ++c[$2]] = $3 } "
               "END { for (f in q) { g = (c[f] >= k); "
               "for (i = c[f] - k + 1; g && i <= c[f]; i++) "
               "if (v[f, i] != ""PASS"") g = 0; if (!g) n++ } "
               "print n + 0 }' ""$QL"" ""$RL"" 2>/dev/null || "
               "grep -c . ""$QL""); "
               "echo '# HELP unsandbox_suite_quarantined_cases Suite "
               "cases still in quarantine.'; "
               "echo '# TYPE unsandbox_suite_quarantined_cases "
               "gauge'; "
               "echo ""unsandbox_suite_quarantined_cases ${N:-0}""; "
               "echo '# HELP unsandbox_pool_sessions Warm sessions "
               "held in the pool.'; "
               "echo '# TYPE unsandbox_pool_sessions gauge'; "
               "[ -s ""$PL"" ] && awk -F'\t' 'NF >= 2 { n[$2]++ } "
               "END { for (s in n) print ""unsandbox_pool_sessions"
               "{shell=\"""" s ""\""} "" n[s] }' ""$PL"" | sort; "
               "M=; [ -s $U/usage.cache ] && "
               "M=$(awk -v mode=get -v q=minutes_consumed "
               "-f /tmp/unsandbox_json.awk $U/usage.cache "
               "2>/dev/null); "
               "[ -n ""$M"" ] || M=$(awk -F'\t' "
               "-v m=""$(date -u +%Y-%m)"" "
               "'substr($1, 1, 7) == m && "
               "($7 == """" || $7 == ""remote"") { s += $6 } "
               "END { printf ""%.1f"", s / 60 }' "
               "$U/history.log 2>/dev/null); "
               "echo '# HELP unsandbox_budget_minutes_used Execution "
               "minutes consumed this billing period.'; "
               "echo '# TYPE unsandbox_budget_minutes_used gauge'; "
               "echo ""unsandbox_budget_minutes_used ${M:-0}""; "
               "if [ -n ""$MAXM"" ]; then "
               "echo '# HELP unsandbox_budget_minutes_max "
               "BUDGET_MAX_MINUTES for the profile.'; "
               "echo '# TYPE unsandbox_budget_minutes_max gauge'; "
               "echo ""unsandbox_budget_minutes_max $MAXM""; fi; "
               "for G in cpu_percent mem_percent "
               "sample_timestamp_seconds; do "
               "echo ""# TYPE unsandbox_service_$G gauge""; "
               "for F in $U/metrics/*.log; do [ -s ""$F"" ] || "
               "continue; S=$(lv ""$(basename ""$F"" .log)""); "
               "L=$(tail -n 1 ""$F""); "
               "case $G in "
               "cpu_percent) V=$(printf '%s' ""$L"" | cut -f2);; "
               "mem_percent) V=$(printf '%s' ""$L"" | cut -f3);; "
               "*) V=$(date -u -d ""$(printf '%s' ""$L"" | cut -f1)"" "
               "+%s 2>/dev/null);; esac; "
               "[ -n ""$V"" ] && echo ""unsandbox_service_$G"
               "{service=\""$S\""} $V""; done; done; "
               "echo '# TYPE unsandbox_export_timestamp_seconds "
               "gauge'; "
               "echo ""unsandbox_export_timestamp_seconds "
               "$(date +%s)""; "
               "echo '# EOF'; } > ""$T"" && mv ""$T"" ""$OUT"" || "
               "{ rm -f ""$T""; echo ""Error: cannot write $OUT"" >&2; "
               "exit 1; }; "
               "[ '" WS-EXPM-QUIET "' = Y ] || "
               "echo ""Metrics written to $OUT"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HANDLE-LEDGER.
      * Price the period for accounting and write an importable
      * journal. The rate card (RATE_CARD, default
      * ~/.unsandbox/rate_card) holds one rate per line:
      *     exec     <language>[:<version>]|*  <per-minute>  <GL>
      *     service  <vcpu>x<ram_gb>|*         <per-hour>    <GL>
      * Every billed history record (remote runs; local fallbacks
      * and cache replays were never billed, as in chargeback) is
      * priced at its pinned version's rate, else its language's,
      * else the exec * line. Service hours come from power.log:
      * a service is awake from a successful wake until the next
      * successful freeze, at the size of the last resize recorded
      * for it (a size never recorded takes the service * line
      * only). Quantities are summed per period, cost center, GL
      * account and item, priced, rounded to cents and closed by a
      * control total line; the format is CSV or fixed columns
      * (--format, else LEDGER_FORMAT). Anything without a rate
      * goes to the exceptions list beside the journal instead of
      * being priced at zero, and the command then exits 1.
      * --since/--until bound the period as they do for chargeback
      * (default: the current calendar month); --output names the
      * journal, else ~/.unsandbox/ledger/journal-<period>.csv|txt
           MOVE SPACES TO WS-HIST-SINCE.
           MOVE SPACES TO WS-HIST-UNTIL.
           MOVE SPACES TO WS-LEDGER-FORMAT.
           MOVE SPACES TO WS-LEDGER-OUT.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
                       ACCEPT WS-HIST-UNTIL FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-HIST-UNTIL
                       END-ACCEPT
                   WHEN "--format"
                       ACCEPT WS-LEDGER-FORMAT FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-LEDGER-FORMAT
                       END-ACCEPT
                   WHEN "--output"
                       ACCEPT WS-LEDGER-OUT FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-LEDGER-OUT
                       END-ACCEPT
                   WHEN OTHER
                       DISPLAY "Usage: un.cob ledger [--since D] "
                           "[--until D] [--format csv|fixed] "
                           "[--output file]" UPON SYSERR
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG2
               END-ACCEPT
           END-PERFORM.
           PERFORM RESOLVE-COST-CENTER.
           IF WS-LEDGER-FORMAT = SPACES
               MOVE "LEDGER_FORMAT" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-LEDGER-FORMAT
           END-IF.
           IF WS-LEDGER-FORMAT = SPACES
               MOVE "csv" TO WS-LEDGER-FORMAT
           END-IF.
           IF WS-LEDGER-FORMAT NOT = "csv"
               AND WS-LEDGER-FORMAT NOT = "fixed"
               DISPLAY "Error: ledger format must be csv or fixed"
                   UPON SYSERR
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "RATE_CARD" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RATE-CARD.
           IF WS-RATE-CARD = SPACES
               MOVE "~/.unsandbox/rate_card" TO WS-RATE-CARD
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "RC='" FUNCTION TRIM(WS-RATE-CARD) "'; "
               "case ""$RC"" in ""~/""*) RC=""$HOME/${RC#??}"";; "
               "esac; "
               "if [ ! -s ""$RC"" ]; then "
               "echo ""Error: no rate card at $RC (RATE_CARD)"" >&2; "
               "exit 2; fi; "
               "HLOG=~/.unsandbox/history.log; "
               "[ -f ""$HLOG"" ] || HLOG=/dev/null; "
               "AF=$(ls ~/.unsandbox/history.archive/*.log "
               "2>/dev/null); "
               "PLOG=~/.unsandbox/power.log; "
               "[ -f ""$PLOG"" ] || PLOG=/dev/null; "
               "S='" FUNCTION TRIM(WS-HIST-SINCE) "'; "
               "U='" FUNCTION TRIM(WS-HIST-UNTIL) "'; "
               "if [ -n ""$S"" ]; then P=""$S""; "
               "else S=$(date -u +%Y-%m-01); P=${S%-01}; fi; "
               "FMT=" FUNCTION TRIM(WS-LEDGER-FORMAT) "; "
               "EXT=csv; [ ""$FMT"" = fixed ] && EXT=txt; "
               "JF='" FUNCTION TRIM(WS-LEDGER-OUT) "'; "
               "case ""$JF"" in ""~/""*) JF=""$HOME/${JF#??}"";; "
               "'') JF=~/.unsandbox/ledger/journal-$P.$EXT;; esac; "
               "XF=""${JF%.*}.exceptions""; "
               "mkdir -p ""$(dirname ""$JF"")"" || exit 1; "
               "W=/tmp/unsandbox_ledger_$$; "
               "awk -F'\t' -v S=""$S"" -v U=""$U"" -v P=""$P"" "
               "-v fmt=""$FMT"" -v dcc='"
               FUNCTION TRIM(WS-COST-CENTER) "' "
               "-v now=$(date -u +%s) -v jb=""$W.body"" "
               "-v jc=""$W.ctl"" -v xf=""$XF"" -v sf=""$W.sum"" '"
               "function ep(t,  y, m, d) { "
               "y = substr(t, 1, 4) + 0; m = substr(t, 6, 2) + 0; "
               "d = substr(t, 9, 2) + 0; if (m <= 2) { y--; m += 12 } "
               "return (365 * y + int(y / 4) - int(y / 100) "
               "+ int(y / 400) + int((153 * (m - 3) + 2) / 5) + d "
               "- 719469) * 86400 + substr(t, 12, 2) * 3600 "
               "+ substr(t, 15, 2) * 60 + substr(t, 18, 2) } "
               "function cv(s) { if (s ~ /[,""]/) { "
               "gsub(/""/, """""""", s); s = ""\"""" s ""\"""" } "
               "return s } "
               "function add(cc, k, item, unit, q) { "
               "g = cc SUBSEP gl[k] SUBSEP item SUBSEP unit "
               "SUBSEP rt[k]; qty[g] += q } "
               "function ex(src, t, key, why, rec) { nx++; "
               "printf ""%s\t%s\t%s\t%s\t%s\n"", src, t, key, why, "
               "rec > xf } "
               "function seg(v, a, b) { "
               "if (a < Sep) a = Sep; if (b > Uep) b = Uep; "
               "if (b > a) hrs[v SUBSEP sz[v]] += (b - a) / 3600 } "
               "BEGIN { printf """" > xf; Sep = ep(S ""T00:00:00""); "
               "Uep = (U == """") ? now : "
               "ep(U ""T00:00:00"") + 86400 } "
               "k == ""r"" { if ($0 ~ /^[ \t]*(#|$)/) next; "
               "n = split($0, f, /[ \t]+/); o = (f[1] == """"); "
               "if (n < 4 + o || f[4 + o] == """") next; "
               "key = f[1 + o] "" "" f[2 + o]; "
               "rt[key] = f[3 + o] + 0; gl[key] = f[4 + o]; next } "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "k == ""h"" { if (NF < 3) next; "
               "if ($1 < S) next; if (U != """" && $1 > (U ""~"")) "
               "next; if ($7 == ""local"" || $7 == ""cache"") next; "
               "cc = ($5 == """") ? ""-"" : $5; "
               "if (cc == ""-"") cc = dcc; "
               "v = ($9 != """" && $9 != ""-"") ? $3 "":"" $9 : """"; "
               "if (v != """" && ((""exec "" v) in rt)) key = "
               """exec "" v; "
               "else if ((""exec "" $3) in rt) key = ""exec "" $3; "
               "else if (""exec *"" in rt) key = ""exec *""; "
               "else { ex(""history"", $1, ""exec "" "
               "((v == """") ? $3 : v), ""no rate for language"", "
               "$0); next } "
               "add(cc, key, key, ""MIN"", ($6 + 0) / 60); nr++; "
               "next } "
               "k == ""p"" { if ($4 != ""ok"") next; t = ep($1); "
               "v = $2; if ($3 == ""wake"") { "
               "if (!(v in up)) up[v] = t; if (!(v in sz)) sz[v] = "
               """?""; seen[v] = 1 } "
               "else if ($3 == ""freeze"") { if (v in up) { "
               "seg(v, up[v], t); delete up[v] } } "
               "else if ($3 == ""resize"" && $5 != """") { "
               "if (v in up) { seg(v, up[v], t); up[v] = t } "
               "sz[v] = $5 } next } "
               "END { for (v in up) seg(v, up[v], now); "
               "for (h in hrs) { split(h, a, SUBSEP); "
               "if ((""service "" a[2]) in rt) key = ""service "" "
               "a[2]; else if (""service *"" in rt) key = "
               """service *""; else { ex(""power"", S, ""service "" "
               "a[2], ((a[2] == ""?"") ? ""no size recorded for "" "
               ": ""no rate for size of "") a[1], a[1] "" "" "
               "sprintf(""%.3f"", hrs[h]) "" hours""); continue } "
               "add(dcc, key, key "" "" a[1], ""HR"", hrs[h]) } "
               "printf """" > jb; "
               "for (g in qty) { split(g, a, SUBSEP); "
               "q = sprintf(""%.3f"", qty[g]) + 0; "
               "am = sprintf(""%.2f"", q * a[5] + 0.0000001) + 0; "
               "tot += am; nl++; "
               "if (fmt == ""csv"") printf "
               """%s,%s,%s,%s,%.3f,%s,%.6f,%.2f\n"", cv(P), cv(a[1]), "
               "cv(a[2]), cv(a[3]), q, a[4], a[5], am > jb; "
               "else printf ""%-10.10s%-16.16s%-16.16s%-40.40s"
               "%14.3f%-4.4s%14.6f%16.2f\n"", P, a[1], a[2], a[3], q, "
               """ "" a[4], a[5], am > jb } "
               "if (fmt == ""csv"") printf "
               """CONTROL,%d,,,,,,%.2f\n"", nl, tot > jc; "
               "else printf ""%-10.10s%-16d%-16.16s%-40.40s%14s"
               "%-4.4s%14s%16.2f\n"", ""CONTROL"", nl, """", """", "
               """"", """", """", tot > jc; "
               "printf ""%d %d %.2f %d\n"", nr, nl, tot, nx + 0 "
               "> sf }' "
               "k=r ""$RC"" k=h $AF ""$HLOG"" k=p ""$PLOG"" || exit 1; "
               "{ [ ""$FMT"" = csv ] && echo 'period,cost_center,"
               "gl_account,item,quantity,unit,rate,amount'; "
               "sort ""$W.body""; cat ""$W.ctl""; } > ""$JF""; "
               "read NR NL TOT NX < ""$W.sum""; "
               "rm -f ""$W.body"" ""$W.ctl"" ""$W.sum""; "
               "echo ""Ledger $P: $NL journal line(s), control total "
               "$TOT -> $JF""; "
               "if [ ""$NX"" -gt 0 ]; then "
               "echo ""$NX record(s) without a rate rejected -> $XF"" "
               ">&2; exit 1; fi; rm -f ""$XF"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       RESOLVE-SECRET-REGISTER.
      * Register path, default max age and audit warning window; run
      * before the command is built since the config lookups recycle
      * WS-CURL-CMD. A key is filed under the profile whose vault it
      * lives in ("-" for the unprofiled credentials)
           MOVE "SECRET_REGISTER" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SREG-PATH.
           IF WS-SREG-PATH = SPACES
               MOVE "~/.unsandbox/secret_register.tab"
                   TO WS-SREG-PATH
           END-IF.
           MOVE "SECRET_MAX_AGE_DAYS" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SREG-MAXAGE.
           IF WS-SREG-WARN = SPACES
               MOVE "SECRET_EXPIRY_WARN_DAYS" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-SREG-WARN
           END-IF.
           IF WS-SREG-WARN = SPACES
               MOVE "14" TO WS-SREG-WARN
           END-IF.
           IF WS-SREG-PROFILE = SPACES
               MOVE WS-PROFILE TO WS-SREG-PROFILE
           END-IF.
           IF WS-SREG-PROFILE = SPACES
               MOVE "-" TO WS-SREG-PROFILE
           END-IF.
           IF WS-SREG-EXPIRES NOT = SPACES
               IF WS-SREG-EXPIRES(1:4) NOT NUMERIC
                   OR WS-SREG-EXPIRES(5:1) NOT = "-"
                   OR WS-SREG-EXPIRES(6:2) NOT NUMERIC
                   OR WS-SREG-EXPIRES(8:1) NOT = "-"
                   OR WS-SREG-EXPIRES(9:2) NOT NUMERIC
                   OR WS-SREG-EXPIRES(11:) NOT = SPACES
                   DISPLAY "Error: --expires takes a date "
                       "(YYYY-MM-DD)" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       APPEND-SECRET-REGISTER-FN.
      * Define the register shell helpers in the command being built.
      * sreg <service> <event> reads KEY=VALUE lines on stdin and files
      * one record per key: time, profile, service, key, a truncated
      * sha256 of the value (the value itself is never written),
      * setter, expiry date ("-" when none applies) and event.
      * sregdel <service> files a delete for every key the register
      * still holds live for that service under this profile
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "SRF='" FUNCTION TRIM(WS-SREG-PATH) "'; "
               "case ""$SRF"" in ""~/""*) SRF=""$HOME/${SRF#??}"";; "
               "esac; "
               "SRP='" FUNCTION TRIM(WS-SREG-PROFILE) "'; "
               "SRX='" FUNCTION TRIM(WS-SREG-EXPIRES) "'; "
               "SRA='" FUNCTION TRIM(WS-SREG-MAXAGE) "'; "
               "case ""$SRA"" in *[!0-9]*) SRA=;; esac; "
               "sreg() { mkdir -p ""$(dirname ""$SRF"")""; "
               "STS=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "SOP=""${UNSANDBOX_OPERATOR:-$(id -un)}""; "
               "SEX=""$SRX""; "
               "if [ -z ""$SEX"" ] && [ -n ""$SRA"" ]; then "
               "SEX=$(date -u -d ""+$SRA days"" +%Y-%m-%d); fi; "
               "[ ""$2"" = delete ] && SEX=; "
               "while IFS= read -r SL; do "
               "case ""$SL"" in ''|'#'*) continue;; esac; "
               "SK=""${SL%%=*}""; "
               "if [ ""$2"" = delete ]; then SFP=-; else "
               "SFP=sha256:$(printf '%s' ""${SL#*=}"" | sha256sum "
               "| cut -c1-16); fi; "
               "printf '%s\t%s\t%s\t%s\t%s\t%s\t%s\t%s\n' "
               """$STS"" ""$SRP"" ""$1"" ""$SK"" ""$SFP"" ""$SOP"" "
               """${SEX:--}"" ""$2"" >> ""$SRF""; done; }; "
               "sregdel() { [ -f ""$SRF"" ] || return 0; "
               "awk -F'\t' -v p=""$SRP"" -v s=""$1"" "
               "'$2 == p && $3 == s { if ($8 == ""delete"") "
               "delete k[$4]; else k[$4] = 1 } "
               "END { for (x in k) print x ""="" }' ""$SRF"" "
               "| sreg ""$1"" delete; }; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       SERVICE-ENV-AUDIT.
      * Report, across every profile and service in the register,
      * the keys past their expiry and those due within the warning
      * window (--days, else SECRET_EXPIRY_WARN_DAYS, default 14).
      * Keys with no expiry of their own age out at
      * SECRET_MAX_AGE_DAYS when that is set. Unless --no-live, each
      * profile's vaults (the register's profiles, the config's
      * [sections] and the active one) are exported and any key
      * found there with no live register record is reported too.
      * Exits 1 when anything is reported, so it can gate a release
           MOVE WS-ENV-TARGET TO WS-ARG3.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--days"
                       ACCEPT WS-SREG-WARN FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-SREG-WARN
                       END-ACCEPT
                   WHEN "--no-live"
                       MOVE "N" TO WS-SREG-LIVE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           PERFORM RESOLVE-SECRET-REGISTER.

           IF WS-SREG-LIVE = "Y"
               MOVE SPACES TO WS-CURL-CMD
               STRING "SRF='" FUNCTION TRIM(WS-SREG-PATH) "'; "
                   "case ""$SRF"" in ""~/""*) "
                   "SRF=""$HOME/${SRF#??}"";; esac; "
                   ": > /tmp/unsandbox_envaudit_$PPID; "
                   "{ [ -f ""$SRF"" ] && cut -f2 ""$SRF""; "
                   "for F in ~/.unsandboxrc /etc/unsandbox/config; "
                   "do [ -f ""$F"" ] && "
                   "sed -n 's/^\[\(.*\)\]$/\1/p' ""$F""; done; "
                   "echo '" FUNCTION TRIM(WS-SREG-PROFILE) "'; } | "
                   "sort -u | paste -sd, - > "
                   FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               PERFORM READ-SCRATCH-LINE
               MOVE WS-CONFIG-VALUE TO WS-SREG-PROFILES
               MOVE WS-PROFILE TO WS-SAVED-PROFILE
               MOVE 1 TO WS-SREG-PTR
               PERFORM UNTIL WS-SREG-PTR > 256
                   MOVE SPACES TO WS-SREG-ONE
                   UNSTRING WS-SREG-PROFILES DELIMITED BY ","
                       INTO WS-SREG-ONE
                       WITH POINTER WS-SREG-PTR
                   END-UNSTRING
                   IF WS-SREG-ONE NOT = SPACES
                       PERFORM SERVICE-ENV-AUDIT-LIVE
                   END-IF
               END-PERFORM
               MOVE WS-SAVED-PROFILE TO WS-PROFILE
               PERFORM RESOLVE-API-KEY
           END-IF.

           MOVE SPACES TO WS-CURL-CMD.
           STRING "SRF='" FUNCTION TRIM(WS-SREG-PATH) "'; "
               "case ""$SRF"" in ""~/""*) SRF=""$HOME/${SRF#??}"";; "
               "esac; "
               "LV=/tmp/unsandbox_envaudit_$PPID; "
               "W='" FUNCTION TRIM(WS-SREG-WARN) "'; "
               "case ""$W"" in ''|*[!0-9]*) W=14;; esac; "
               "A='" FUNCTION TRIM(WS-SREG-MAXAGE) "'; "
               "case ""$A"" in *[!0-9]*) A=;; esac; "
               "TODAY=$(date -u +%Y-%m-%d); "
               "SOON=$(date -u -d ""+$W days"" +%Y-%m-%d); "
               "OLD=; OLDS=; if [ -n ""$A"" ]; then "
               "OLD=$(date -u -d ""-$A days"" +%Y-%m-%d); "
               "OLDS=$(date -u -d ""$((W - A)) days"" +%Y-%m-%d); "
               "fi; "
               "{ cat ""$SRF"" 2>/dev/null; echo '#LIVE'; "
               "cat ""$LV"" 2>/dev/null; } | "
               "awk -F'\t' -v today=""$TODAY"" -v soon=""$SOON"" "
               "-v old=""$OLD"" -v olds=""$OLDS"" -v a=""$A"" "
               "-v w=""$W"" -v live='" WS-SREG-LIVE "' "
               "'$0 == ""#LIVE"" { inl = 1; next } "
               "!inl { k = $2 SUBSEP $3 SUBSEP $4; "
               "if ($8 == ""delete"") delete r[k]; else r[k] = $0; "
               "next } "
               "{ if (($1 SUBSEP $2 SUBSEP $4) in r) next; "
               "if ($3 != ""-"" && ($1 SUBSEP $3 SUBSEP $4) in r) "
               "next; u[$1 SUBSEP $2 SUBSEP $4] = "
               "sprintf(""%-12s %-12s %-24s %-28s live in vault, "
               "not in the register"", ""UNREGISTERED"", $1, "
               "($3 != ""-"" ? $3 : $2), $4) } "
               "END { for (k in r) { n++; split(r[k], f, ""\t""); "
               "st = """"; d = substr(f[1], 1, 10); "
               "if (f[7] != ""-"") { due = ""expires "" f[7]; "
               "if (f[7] < today) st = ""EXPIRED""; "
               "else if (f[7] <= soon) st = ""EXPIRING"" } "
               "else if (old != """") { due = ""max age "" a ""d""; "
               "if (d < old) st = ""EXPIRED""; "
               "else if (d <= olds) st = ""EXPIRING"" } "
               "if (st == """") continue; "
               "if (st == ""EXPIRED"") ne++; else ns++; "
               "printf ""%-12s %-12s %-24s %-28s %s  set %s by %s"
               "  %s\n"", st, f[2], f[3], f[4], due, f[1], f[6], "
               "f[5] | ""sort"" } close(""sort""); "
               "for (k in u) { nu++; print u[k] | ""sort"" } "
               "close(""sort""); "
               "printf ""Secret audit: %d key(s) registered, "
               "%d expired, %d expiring within %d days"", "
               "n, ne, ns, w; "
               "if (live == ""Y"") printf "", %d unregistered\n"", nu; "
               "else print "" (live vaults not checked)""; "
               "exit (ne + ns + nu > 0) }'; "
               "RC=$?; rm -f ""$LV""; exit $RC"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SERVICE-ENV-AUDIT-LIVE.
      * Export every vault visible to one profile and append its key
      * names (never values) to the audit's live-key list
           MOVE SPACES TO WS-PROFILE.
           IF WS-SREG-ONE NOT = "-"
               MOVE WS-SREG-ONE TO WS-PROFILE
           END-IF.
           PERFORM RESOLVE-API-KEY.
           IF WS-API-KEY = SPACES
               DISPLAY "Warning: no credentials for profile "
                   FUNCTION TRIM(WS-SREG-ONE)
                   " - its vaults were not checked" UPON SYSERR
           ELSE
               MOVE SPACES TO WS-CURL-CMD
               STRING "LV=/tmp/unsandbox_envaudit_$PPID; "
                   "TAB=$(printf '\t'); "
                   "A='Authorization: Bearer "
                   FUNCTION TRIM(WS-API-KEY) "'; "
                   "sh /tmp/unsandbox_api.sh "
                   "-s --max-time 30 --connect-timeout 10 "
                   "-X GET unsandbox:/services "
                   "-H ""$A"" | awk -v mode=list -v q=services "
                   "-v f=id,name -v sep='\t' -v dflt=- "
                   "-f /tmp/unsandbox_json.awk 2>/dev/null "
                   "> ""$LV.s""; "
                   "while IFS=""$TAB"" read -r ID NM; do "
                   "sh /tmp/unsandbox_api.sh "
                   "-s --max-time 30 --connect-timeout 10 "
                   "-X POST ""unsandbox:/services/"
                   "$ID/env/export"" -H ""$A"" < /dev/null | "
                   "awk -v mode=get -v q=content "
                   "-f /tmp/unsandbox_json.awk 2>/dev/null | "
                   "grep -vE '^#|^$' | cut -d= -f1 | sort -u | "
                   "while read -r K; do "
                   "printf '%s\t%s\t%s\t%s\n' '"
                   FUNCTION TRIM(WS-SREG-ONE) "' ""$ID"" ""$NM"" "
                   """$K""; done >> ""$LV""; "
                   "done < ""$LV.s""; rm -f ""$LV.s"""
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
           END-IF.

       PARSE-SERVICE-DRIFT-ARGS.
      * service --drift [<dir>] [--quiet]; the directory falls back
      * to DRIFT_MANIFEST_DIR
           MOVE SPACES TO WS-DRIFT-DIR.
           MOVE "N" TO WS-DRIFT-QUIET.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--quiet"
                       MOVE "Y" TO WS-DRIFT-QUIET
                   WHEN OTHER
                       MOVE WS-ARG3 TO WS-DRIFT-DIR
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.
           IF WS-DRIFT-DIR = SPACES
               MOVE "DRIFT_MANIFEST_DIR" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-DRIFT-DIR
           END-IF.
           IF WS-DRIFT-DIR = SPACES
               DISPLAY "Usage: un.cob service --drift <manifest-dir> "
                   "[--quiet]" UPON SYSERR
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       SERVICE-DRIFT.
      * Compare every <name>.json manifest (as written by
      * service --export) in WS-DRIFT-DIR with the live service of
      * the same name - or, failing that, the service whose id is
      * the file's basename. Checked field by field: vCPU, RAM,
      * ports, domains, service type, a sha256 of the bootstrap
      * (only while the service is running - reading it means
      * executing on the service) and the vault's key names. Every
      * finding is appended to ~/.unsandbox/drift.log; findings not
      * present on the previous check are flagged new and sent
      * through the notify hooks, and ones that went away are logged
      * as resolved. --quiet (the schedule runner) prints only new
      * and resolved findings. Exits 1 while anything drifts, 2 when
      * the check itself could not run
           PERFORM NOTIFY-RESOLVE.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "MD='" FUNCTION TRIM(WS-DRIFT-DIR) "'; "
               "case ""$MD"" in ""~/""*) MD=""$HOME/${MD#??}"";; "
               "esac; "
               "if [ ! -d ""$MD"" ]; then "
               "echo 'Error: no such manifest directory: '""$MD"" >&2; "
               "exit 2; fi; "
               "QUIET='" WS-DRIFT-QUIET "'; "
               "UJ=/tmp/unsandbox_json.awk; TAB=$(printf '\t'); "
               "A='Authorization: Bearer "
               FUNCTION TRIM(WS-API-KEY) "'; "
               "DD=~/.unsandbox/drift; mkdir -p ""$DD""; "
               "DLOG=~/.unsandbox/drift.log; "
               "TS=$(date -u +%Y-%m-%dT%H:%M:%SZ); "
               "SL=""$DD/services.$$""; CUR=""$DD/current.$$""; "
               ": > ""$CUR""; "
               "HTTP=$(sh /tmp/unsandbox_api.sh "
               "-s -o ""$SL.j"" -w '%{http_code}' "
               "--max-time 30 --connect-timeout 10 -X GET "
               "unsandbox:/services -H ""$A""); "
               "if [ ""$HTTP"" != 200 ]; then "
               "rm -f ""$SL.j"" ""$CUR""; "
               "echo 'Error: could not list services (HTTP '"
               """$HTTP""')' >&2; exit 2; fi; "
               "awk -v mode=list -v q=services -v f=id,name,status "
               "-v sep='\t' -v dflt=- -f ""$UJ"" < ""$SL.j"" "
               "2>/dev/null > ""$SL""; rm -f ""$SL.j""; "
               "nrm() { tr -d ' \n[]""' | tr ',' '\n' | "
               "grep -v '^$' | sort | paste -sd, - | "
               "sed 's/^null$//'; }; "
               "kys() { grep -vE '^#|^$' | cut -d= -f1 | sort -u | "
               "paste -sd, -; }; "
               "hsh() { printf '%s' ""$1"" | sha256sum | "
               "cut -c1-12; }; "
               "cmp1() { [ ""$2"" = ""$3"" ] || "
               "printf '%s\t%s\t%s\t%s\t%s\n' ""$MB"" ""$SID"" ""$1"" "
               """${2:--}"" ""${3:--}"" >> ""$CUR""; }; "
               "NM=0; for MF in ""$MD""/*.json; do "
               "[ -f ""$MF"" ] || continue; NM=$((NM+1)); "
               "MB=$(basename ""$MF"" .json); "
               "mj() { awk -v mode=getjson -v q=""$1"" -f ""$UJ"" "
               """$MF""; }; "
               "MNAME=$(mj service.name | tr -d '""'); "
               "[ ""$MNAME"" = null ] && MNAME=; "
               "SID=$(awk -F'\t' -v n=""$MNAME"" "
               "'n != """" && $2 == n { print $1; exit }' ""$SL""); "
               "[ -z ""$SID"" ] && SID=$(awk -F'\t' -v b=""$MB"" "
               "'$1 == b { print $1; exit }' ""$SL""); "
               "if [ -z ""$SID"" ]; then SID=-; "
               "cmp1 service ""${MNAME:-$MB}"" missing; continue; fi; "
               "SST=$(awk -F'\t' -v i=""$SID"" "
               "'$1 == i { print $3; exit }' ""$SL""); "
               "INFO=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X GET ""unsandbox:/services/$SID"" "
               "-H ""$A""); "
               "lj() { printf '%s' ""$INFO"" | awk -v mode=getjson "
               "-v q=""$1"" -f ""$UJ""; }; "
               "cmp1 vcpu ""$(mj service.vcpu | nrm)"" "
               """$(lj vcpu | nrm)""; "
               "cmp1 ram_gb ""$(mj service.ram_gb | nrm)"" "
               """$(lj ram_gb | nrm)""; "
               "cmp1 ports ""$(mj service.ports | nrm)"" "
               """$(lj ports | nrm)""; "
               "cmp1 domains ""$(mj service.domains | nrm)"" "
               """$(lj domains | nrm)""; "
               "cmp1 service_type ""$(mj service.service_type | nrm)"" "
               """$(lj service_type | nrm)""; "
               "if [ ""$SST"" = running ]; then "
               "MBT=$(awk -v mode=get -v q=bootstrap -f ""$UJ"" "
               """$MF""); "
               "LBT=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST ""unsandbox:/services/$SID"
               "/execute"" -H 'Content-Type: application/json' "
               "-H ""$A"" "
               "-d '{\""command\"":\""cat /tmp/bootstrap.sh\""}' | "
               "awk -v mode=get -v q=stdout -f ""$UJ""); "
               "cmp1 bootstrap_sha256 ""$(hsh ""$MBT"")"" "
               """$(hsh ""$LBT"")""; fi; "
               "MK=$(awk -v mode=get -v q=env -f ""$UJ"" ""$MF"" "
               "| kys); "
               "LK=$(sh /tmp/unsandbox_api.sh "
               "-s --max-time 30 --connect-timeout 10 "
               "-X POST ""unsandbox:/services/$SID"
               "/env/export"" -H ""$A"" | awk -v mode=get "
               "-v q=content -f ""$UJ"" | kys); "
               "cmp1 env_keys ""$MK"" ""$LK""; "
               "done; rm -f ""$SL""; "
               "if [ ""$NM"" -eq 0 ]; then rm -f ""$CUR""; "
               "echo 'Error: no *.json manifests in '""$MD"" >&2; "
               "exit 2; fi; "
               "sort -u ""$CUR"" > ""$CUR.s""; "
               "[ -f ""$DD/last"" ] || : > ""$DD/last""; "
               "comm -23 ""$CUR.s"" ""$DD/last"" > ""$CUR.new""; "
               "comm -13 ""$CUR.s"" ""$DD/last"" > ""$CUR.gone""; "
               "awk -F'\t' -v ts=""$TS"" -v q=""$QUIET"" "
               "-v lf=""$DLOG"" "
               "'FILENAME == ARGV[1] { nw[$0] = 1; next } "
               "FILENAME == ARGV[2] { st = ""resolved"" } "
               "FILENAME == ARGV[3] { st = (($0 in nw) ? ""new"" : "
               """seen"") } "
               "{ print ts ""\t"" $0 ""\t"" st >> lf; "
               "if (q == ""Y"" && st == ""seen"") next; "
               "printf ""%-9s %-20s %-20s %-17s manifest=%s "
               "live=%s\n"", (st == ""resolved"" ? ""RESOLVED"" : "
               "(st == ""new"" ? ""DRIFT*"" : ""DRIFT"")), $1, $2, "
               "$3, $4, $5 }' ""$CUR.new"" ""$CUR.gone"" ""$CUR.s""; "
               "ND=$(wc -l < ""$CUR.s""); NN=$(wc -l < ""$CUR.new""); "
               "NG=$(wc -l < ""$CUR.gone""); "
               "if [ ""$QUIET"" != Y ] || [ $((NN + NG)) -gt 0 ]; "
               "then echo 'Drift: '""$NM""' manifest(s), '""$ND""' "
               "finding(s), '""$NN""' new, '""$NG""' resolved "
               "(* = new)'; fi; "
               "mv ""$CUR.s"" ""$DD/last""; "
               "if [ ""$NN"" -gt 0 ]; then "
               "MSG=""un.cob drift: $NN new finding(s) against "
               "$MD: $(cut -f1,3 ""$CUR.new"" | tr '\t\n' ': ' | "
               "cut -c1-300)""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM NOTIFY-APPEND-FIRE.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "; fi; rm -f ""$CUR"" ""$CUR.new"" ""$CUR.gone""; "
               "[ ""$ND"" -eq 0 ]"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       SCHEDULE-DRIFT-DUE.
      * Run the drift check from the schedule runner once its
      * interval has passed since the last one; the stamp lives
      * beside the drift state so a restarted runner keeps the pace
           MOVE SPACES TO WS-CURL-CMD.
           STRING "EV='" FUNCTION TRIM(WS-SCHED-DRIFT-MIN) "'; "
               "case ""$EV"" in ''|*[!0-9]*) EV=60;; esac; "
               "SF=~/.unsandbox/drift/last_run; "
               "NOW=$(date +%s); "
               "LAST=$(cat ""$SF"" 2>/dev/null || echo 0); "
               "[ $((NOW - LAST)) -ge $((EV * 60)) ] || exit 1; "
               "mkdir -p ~/.unsandbox/drift; "
               "printf '%s\n' ""$NOW"" > ""$SF"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           IF WS-EXIT-CODE = 0
               MOVE WS-SCHED-DRIFT-DIR TO WS-DRIFT-DIR
               MOVE "Y" TO WS-DRIFT-QUIET
               PERFORM SERVICE-DRIFT
           END-IF.

       SCHEDULE-HOUSEKEEP-DUE.
      * Housekeeping from the schedule runner, paced like the drift
      * check by a stamp file that outlives a restarted runner
           MOVE SPACES TO WS-CURL-CMD.
           STRING "EV='" FUNCTION TRIM(WS-SCHED-HK-HOURS) "'; "
               "case ""$EV"" in ''|*[!0-9]*) EV=24;; esac; "
               "SF=~/.unsandbox/housekeep.last; "
               "NOW=$(date +%s); "
               "LAST=$(cat ""$SF"" 2>/dev/null || echo 0); "
               "[ $((NOW - LAST)) -ge $((EV * 3600)) ] || exit 1; "
               "mkdir -p ~/.unsandbox; "
               "printf '%s\n' ""$NOW"" > ""$SF"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           IF WS-EXIT-CODE = 0
               MOVE "N" TO WS-HK-DRY
               MOVE "Y" TO WS-HK-QUIET
               PERFORM HOUSEKEEP-RUN
           END-IF.

       SUITE-RESOLVE-SELECT.
      * --changed runs only the cases whose inputs changed since
      * their last persisted verdict or that did not pass last time;
      * SUITE_SELECT=changed makes that the default and --full
      * overrides it. With SUITE_FULL_EVERY_DAYS set, a selective run
      * becomes a full one when the manifest has had no full run
      * (recorded in ~/.unsandbox/suite_full.log) for that long
           MOVE 0 TO WS-SUITE-SKIP.
           IF WS-SUITE-SELECT = SPACE
               MOVE "SUITE_SELECT" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               IF WS-CONFIG-VALUE = "changed"
                   MOVE "Y" TO WS-SUITE-SELECT
               ELSE
                   MOVE "N" TO WS-SUITE-SELECT
               END-IF
           END-IF.
           IF WS-SUITE-SELECT = "Y"
               MOVE "SUITE_FULL_EVERY_DAYS" TO WS-CONFIG-KEY-NAME
               PERFORM READ-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-SUITE-FULL-DAYS
           END-IF.
           IF WS-SUITE-SELECT = "Y"
               AND WS-SUITE-FULL-DAYS NOT = SPACES
               MOVE SPACES TO WS-CURL-CMD
               STRING "N='" FUNCTION TRIM(WS-SUITE-FULL-DAYS) "'; "
                   "case ""$N"" in *[!0-9]*) N=;; esac; "
                   "M='" FUNCTION TRIM(WS-SUITE-PATH) "'; "
                   "C=$(date -u -d ""-$N days"" "
                   "+%Y-%m-%dT%H:%M:%SZ 2>/dev/null); "
                   "cat ~/.unsandbox/suite_full.log 2>/dev/null | "
                   "awk -F'\t' -v m=""$M"" -v c=""$C"" "
                   "'$2 == m { t = $1 } END { print ((c != """" "
                   "&& (t == """" || t < c)) ? ""FULL"" : "
                   """SELECT"") }' > "
                   FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
               PERFORM READ-SCRATCH-LINE
               IF WS-CONFIG-VALUE = "FULL"
                   MOVE "N" TO WS-SUITE-SELECT
                   DISPLAY "Selection: forced full run (none in the "
                       "last " FUNCTION TRIM(WS-SUITE-FULL-DAYS)
                       " days)"
               END-IF
           END-IF.
           IF WS-SUITE-SELECT = "Y"
               DISPLAY "Selection: changed and last-failed "
                   "cases only"
           ELSE
               MOVE SPACES TO WS-CURL-CMD
               STRING "mkdir -p ~/.unsandbox; "
                   "printf '%s\t%s\n' "
                   """$(date -u +%Y-%m-%dT%H:%M:%SZ)"" '"
                   FUNCTION TRIM(WS-SUITE-PATH) "' "
                   ">> ~/.unsandbox/suite_full.log"
                   DELIMITED BY SIZE INTO WS-CURL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CURL-CMD
           END-IF.

       SUITE-CASE-HASH.
      * Hash what a case's verdict depends on: its argv and expected
      * exit code, and the content of the source file, the stdin
      * fixture, the expected-stdout file and every -f file it
      * stages. Under --changed the case is skipped when its last
      * persisted verdict for this manifest is a PASS with the same
      * hash. Leaves "<hash> RUN|SKIP" in WS-CONFIG-VALUE; a matrix
      * leg is pinned to one version, so it neither selects nor
      * records a hash
           IF WS-MATRIX-LANG NOT = SPACES
               MOVE "-" TO WS-SUITE-HASH
               MOVE SPACES TO WS-CONFIG-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CURL-CMD.
           STRING "F='" FUNCTION TRIM(WS-FILENAME) "'; "
               "I='" FUNCTION TRIM(WS-SUITE-STDIN) "'; "
               "X='" FUNCTION TRIM(WS-SUITE-EXPECT-OUT) "'; "
               "G='" FUNCTION TRIM(WS-SUITE-STAGE) "'; "
               "M='" FUNCTION TRIM(WS-SUITE-PATH) "'; "
               "RL=" FUNCTION TRIM(WS-SUITE-HIST-PATH) "; "
               "H=$({ printf '%s\n' '"
               FUNCTION TRIM(WS-SUITE-ARGV) "' '"
               FUNCTION TRIM(WS-SUITE-EXPECT-RC) "'; "
               "for P in ""$F"" ""$I"" ""$X"" "
               "$(printf '%s' ""$G"" | tr ',' ' '); do "
               "[ -n ""$P"" ] || continue; printf '== %s\n' ""$P""; "
               "cat ""$P"" 2>/dev/null || echo '(missing)'; done; } "
               "| sha256sum | cut -c1-16); "
               "V=RUN; if [ '" WS-SUITE-SELECT "' = Y ] && "
               "[ -s ""$RL"" ]; then "
               "V=$(awk -F'\t' -v f=""$F"" -v m=""$M"" -v h=""$H"" "
               "'$2 == f && $5 == m { v = $3; x = $6 } "
               "END { print ((v == ""PASS"" && x == h) ? "
               """SKIP"" : ""RUN"") }' ""$RL""); fi; "
               "printf '%s %s\n' ""$H"" ""$V"" > "
               FUNCTION TRIM(WS-CONFIG-VALUE-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.
           PERFORM READ-SCRATCH-LINE.
           MOVE WS-CONFIG-VALUE(1:16) TO WS-SUITE-HASH.

       SUITE-JOURNAL-SKIP.
      * A skipped case still appears in the run journal, marked S in
      * a sixth column so the JUnit and TAP reports list it as
      * skipped ("unchanged") rather than passed
           PERFORM DETECT-LANGUAGE.
           PERFORM BEGIN-LOCKED-COMMAND.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "printf '%s\t%s\t0\t0\tunchanged\tS\n' '"
               FUNCTION TRIM(WS-FILENAME) "' '"
               FUNCTION TRIM(WS-LANGUAGE) "' >> "
               FUNCTION TRIM(WS-JOURNAL-PATH)
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       HANDLE-INCIDENT.
      * Incident lifecycle over the register SERVICE-WATCH keeps:
      *     incident list [--all]          open and acknowledged ones
      *     incident ack <id>              someone has it in hand
      *     incident resolve <id>          closed by hand
      *     incident escalate              one escalation pass
      *     incident report [--month M]    availability for a month
      * The watchdog opens an incident when its service goes bad and
      * resolves it itself on the first healthy pass. An incident
      * nobody acknowledges climbs the ladder in the escalation
      * policy (ESCALATION_POLICY, default ~/.unsandbox/escalation),
      * one tier per line, in order:
      *     <wait-minutes>  <notify command | webhook URL>
      * a tier firing once the incident has waited that long since
      * it opened or last escalated. Open, acknowledge and resolve
      * times stay in the register for the monthly report
           MOVE SPACES TO WS-INC-ID.
           MOVE SPACES TO WS-INC-MONTH.
           MOVE "N" TO WS-INC-ALL.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           PERFORM UNTIL WS-ARG3 = SPACES
               EVALUATE WS-ARG3
                   WHEN "--all"
                       MOVE "Y" TO WS-INC-ALL
                   WHEN "--month"
                       ACCEPT WS-INC-MONTH FROM ARGUMENT-VALUE
                           ON EXCEPTION MOVE SPACES TO WS-INC-MONTH
                       END-ACCEPT
                   WHEN OTHER
                       MOVE WS-ARG3 TO WS-INC-ID
               END-EVALUATE
               ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO WS-ARG3
               END-ACCEPT
           END-PERFORM.

           PERFORM ENSURE-JSON-LIB.
           PERFORM INCIDENT-RESOLVE-POLICY.
           EVALUATE WS-ARG2
               WHEN "list"
                   PERFORM INCIDENT-LIST
               WHEN "ack"
                   PERFORM INCIDENT-ACT
               WHEN "resolve"
                   PERFORM INCIDENT-ACT
               WHEN "escalate"
                   PERFORM INCIDENT-ESCALATE
               WHEN "report"
                   PERFORM INCIDENT-REPORT
               WHEN OTHER
                   DISPLAY "Usage: un.cob incident list [--all]"
                       UPON SYSERR
                   DISPLAY "       un.cob incident ack|resolve <id>"
                       UPON SYSERR
                   DISPLAY "       un.cob incident escalate"
                       UPON SYSERR
                   DISPLAY "       un.cob incident report "
                       "[--month YYYY-MM]" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       INCIDENT-RESOLVE-POLICY.
      * Escalation policy path, resolved before any command is built
      * since the config lookup recycles WS-CURL-CMD
           MOVE "ESCALATION_POLICY" TO WS-CONFIG-KEY-NAME.
           PERFORM READ-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-INC-POLICY.
           IF WS-INC-POLICY = SPACES
               MOVE "~/.unsandbox/escalation" TO WS-INC-POLICY
           END-IF.
           PERFORM MAINT-RESOLVE.

       APPEND-INCIDENT-FN.
      * Shell helpers over the incident register
      * (~/.unsandbox/incidents.state), one tab-separated line per
      * incident: id, service, state (open, acked, resolved), opened
      * epoch, opened time, acked epoch, acked by, resolved epoch,
      * resolved by, ladder tier reached, epoch of the last
      * escalation. iopen <svc> <time> prints the service's live
      * incident (status 1) or opens a new one (status 0); ires
      * <svc> <by> resolves whatever is live for the service and
      * prints the ids; iact <id> ack|resolve <by> moves one along
      * (3 no such incident, 4 already resolved, 5 already
      * acknowledged); iesc fires the next tier for every open
      * incident whose wait is up. Every change to the register is
      * made under the shared lock. A tier falling inside a
      * maintenance window for the service is held for the window's
      * closing summary. All of them are sourced from the file
      * ENSURE-INCFN-LIB writes
           PERFORM ENSURE-MAINT-LIB.
           PERFORM ENSURE-INCFN-LIB.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "IPOL='" FUNCTION TRIM(WS-INC-POLICY) "'; "
               ". /tmp/unsandbox_incfn.sh; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.

       INCIDENT-ESCALATE.
      * One pass of the ladder; quiet unless a tier fires
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-INCIDENT-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD) "iesc"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       INCIDENT-LIST.
      * Live incidents (every one with --all), with the time each
      * took to be acknowledged and resolved so far
           MOVE SPACES TO WS-CURL-CMD.
           STRING "IST=~/.unsandbox/incidents.state; "
               "A=" WS-INC-ALL "; "
               "cat ""$IST"" 2>/dev/null | "
               "awk -F'\t' -v a=""$A"" -v n=$(date +%s) "
               "'function d(s) { if (s < 3600) "
               "return sprintf(""%dm"", s / 60); "
               "return sprintf(""%dh%02dm"", s / 3600, "
               "(s % 3600) / 60) } "
               "a != ""Y"" && $3 == ""resolved"" { next } "
               "{ if (!c++) printf ""%-9s %-20s %-9s %-20s "
               "%7s %7s %4s  %s\n"", ""ID"", ""SERVICE"", "
               """STATE"", ""OPENED"", ""TTA"", ""TTR"", ""TIER"", "
               """BY""; "
               "tta = ($6 == ""-"") ? ""-"" : d($6 - $4); "
               "ttr = ($8 == ""-"") ? d(n - $4) ""+"" : d($8 - $4); "
               "by = ($3 == ""resolved"") ? $9 : $7; "
               "printf ""%-9s %-20s %-9s %-20s %7s %7s %4s  %s\n"", "
               "$1, $2, $3, $5, tta, ttr, $10, by } "
               "END { if (!c) print (a == ""Y"" ? ""No incidents"" : "
               """No open incidents"") }'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD.

       INCIDENT-ACT.
      * Acknowledge or resolve one incident by hand; the hooks hear
      * about it so whoever was paged knows it is taken
           IF WS-INC-ID = SPACES
               DISPLAY "Usage: un.cob incident " FUNCTION TRIM(WS-ARG2)
                   " <id>" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NOTIFY-RESOLVE.
           MOVE SPACES TO WS-CURL-CMD.
           PERFORM APPEND-INCIDENT-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "ID='" FUNCTION TRIM(WS-INC-ID) "'; "
               "ACT='" FUNCTION TRIM(WS-ARG2) "'; "
               "OP=""${UNSANDBOX_OPERATOR:-$(id -un)}""; "
               "iact ""$ID"" ""$ACT"" ""$OP""; R=$?; "
               "case $R in "
               "3) echo ""Error: no such incident: $ID"" >&2; "
               "exit 1;; "
               "4) echo ""Error: incident $ID is already resolved"" "
               ">&2; exit 1;; "
               "5) echo ""Error: incident $ID is already "
               "acknowledged"" >&2; exit 1;; "
               "0) ;; *) exit 1;; esac; "
               "W=acknowledged; [ ""$ACT"" = resolve ] && W=resolved; "
               "echo ""Incident $ID $W by $OP""; "
               "MSG=""unsandbox incident $ID $W by $OP""; "
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           PERFORM NOTIFY-APPEND-FIRE.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       INCIDENT-REPORT.
      * Availability for one calendar month (default the current
      * one, up to now): per service the incidents opened in it,
      * how many were acknowledged, mean time to acknowledge and to
      * resolve, and the downtime - every incident's open span
      * clipped to the month - against the month's length
           MOVE SPACES TO WS-CURL-CMD.
           STRING "IST=~/.unsandbox/incidents.state; "
               "M='" FUNCTION TRIM(WS-INC-MONTH) "'; "
               "[ -n ""$M"" ] || M=$(date -u +%Y-%m); "
               "case ""$M"" in [0-9][0-9][0-9][0-9]-[0-9][0-9]) ;; "
               "*) echo 'Error: --month takes YYYY-MM' >&2; "
               "exit 1;; esac; "
               "S=$(date -u -d ""$M-01"" +%s 2>/dev/null) || { "
               "echo ""Error: bad month: $M"" >&2; exit 1; }; "
               "E=$(date -u -d ""$M-01 +1 month"" +%s); "
               "N=$(date +%s); [ ""$E"" -gt ""$N"" ] && E=$N; "
               "[ ""$E"" -gt ""$S"" ] || { "
               "echo ""Error: $M has not started"" >&2; exit 1; }; "
               "echo ""Incident report for $M "
               "($(( (E - S) / 86400 )) days)""; "
               "cat ""$IST"" 2>/dev/null | "
               "awk -F'\t' -v s=""$S"" -v e=""$E"" -v n=""$N"" "
               "'function d(x) { if (x < 3600) "
               "return sprintf(""%dm"", x / 60); "
               "return sprintf(""%dh%02dm"", x / 3600, "
               "(x % 3600) / 60) } "
               "{ o = $4; r = ($8 == ""-"") ? n : $8; "
               "if (o >= e || r <= s) next; "
               "if (!($2 in dn)) sv[++ns] = $2; "
               "dn[$2] += (r < e ? r : e) - (o > s ? o : s); "
               "if (o < s) next; ni[$2]++; ti++; "
               "if ($6 != ""-"") { na[$2]++; sa[$2] += $6 - o; "
               "ta++ } "
               "if ($8 != ""-"") { nr[$2]++; sr[$2] += $8 - o } } "
               "END { printf ""%-20s %9s %6s %8s %8s %9s %8s\n"", "
               """SERVICE"", ""INCIDENTS"", ""ACKED"", ""MTTA"", "
               """MTTR"", ""DOWNTIME"", ""AVAIL%""; "
               "for (i = 1; i <= ns; i++) { v = sv[i]; "
               "printf ""%-20s %9d %6d %8s %8s %9s %8.3f\n"", v, "
               "ni[v], na[v], na[v] ? d(sa[v] / na[v]) : ""-"", "
               "nr[v] ? d(sr[v] / nr[v]) : ""-"", d(dn[v]), "
               "100 * (1 - dn[v] / (e - s)) } "
               "if (!ns) print ""(no incidents)""; "
               "else printf ""%-20s %9d %6d\n"", ""TOTAL"", "
               "ti, ta }'"
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.

       HISTORY-VERIFY.
      * Walk the history chain end to end and stop at the first
      * broken or missing link: every chained record in the live
      * log and the archive segments, taken in sequence order (a
      * gap is only allowed where a prune seal accounts for it),
      * must hash to the link digest it carries; the last one must
      * be the head in history.chain; no unchained record may sit
      * among records written after the chain began; the rollup
      * rows must chain; and the seals must chain to the head, with
      * every sealed segment and the rollup file still hashing to
      * their last seal. The link hashes go through one sha256sum
      * run over per-record files rather than one process each.
      * Runs under the lock so a concurrent append cannot look
      * like a broken tail. Exits 1 on the first problem found
           PERFORM BEGIN-LOCKED-COMMAND.
           PERFORM APPEND-HISTORY-CHAIN-FN.
           STRING FUNCTION TRIM(WS-CURL-CMD)
               "U=~/.unsandbox; HL=$U/history.log; "
               "AD=$U/history.archive; SLF=$AD/seals; "
               "RU=$U/history.rollup; TAB=$(printf '\t'); "
               "T=$(mktemp -d /tmp/unsandbox_hv_XXXXXX); "
               "mkdir ""$T/h""; "
               "bad() { echo ""history verify: BROKEN - $*""; "
               "rm -rf ""$T""; exit 1; }; "
               "hhead; "
               "FL=$(ls ""$AD""/history-*.log 2>/dev/null); "
               "[ -f ""$HL"" ] && FL=""$FL $HL""; "
               "[ -n ""$FL"" ] && awk -F'\t' -v OFS='\t' "
               "-v lf=""$T/legacy"" 'NF >= 14 && $11 ~ /^[0-9]+$/ "
               "{ print $11, FILENAME "":"" FNR, $0; next } "
               "NF { lg++; lt[lg] = $1; ll[lg] = FILENAME "":"" FNR } "
               "END { print lg + 0 > lf; "
               "for (i = 1; i <= lg; i++) print lt[i], ll[i] "
               "> (lf "".at"") }' $FL < /dev/null | "
               "sort -s -t""$TAB"" -k1,1n > ""$T/recs""; "
               "[ -f ""$T/recs"" ] || : > ""$T/recs""; "
               "awk -F'\t' -v t=""$T"" -v hz=""$HZ"" -v sf=""$SLF"" "
               "'function gap() { while (1) { f = 0; "
               "for (k = 1; k <= np; k++) if (pa[k] == e + 1) { "
               "e = pb[k]; p = pd[k]; f = 1; np2++ } "
               "if (!f) return } } "
               "BEGIN { p = hz; while ((getline l < sf) > 0) { "
               "split(l, a, ""\t""); if (a[2] == ""prune"" && "
               "a[5] != ""-"") { np++; pa[np] = a[5] + 0; "
               "pb[np] = a[6] + 0; pd[np] = a[7] } } } "
               "{ s = $1 + 0; if (s > e + 1) gap(); "
               "if (s <= e) { print ""sequence "" s "" at "" $2 "
               """ repeats an earlier record"" > (t ""/stop""); "
               "exit } "
               "if (s != e + 1) { print ""record"" "
               "(s - 1 > e + 1 ? ""s "" (e + 1) "".."" (s - 1) : "
               """ "" (e + 1)) "" missing before "" $2 "
               "> (t ""/stop""); exit } "
               "if (n == 0) print $3 > (t ""/first""); "
               "r = $3; for (i = 4; i <= 15; i++) r = r ""\t"" $i; "
               "for (i = 17; i <= NF; i++) r = r ""\t"" $i; "
               "n++; h = sprintf(""%s/h/%09d"", t, n); "
               "printf ""%s\t%s"", p, r > h; close(h); "
               "print n ""\t"" s ""\t"" $2 ""\t"" $16 "
               "> (t ""/expect""); p = $16; e = s } "
               "END { gap(); print (e + 0) ""\t"" p > (t ""/tail"") }' "
               """$T/recs""; "
               "if [ -s ""$T/expect"" ]; then "
               "( cd ""$T/h"" && ls | xargs sha256sum ) > ""$T/sums""; "
               "awk -F'\t' 'FNR == NR { split($0, a, "" ""); "
               "g[a[2]] = a[1]; next } "
               "g[sprintf(""%09d"", $1)] != $4 { print ""record "" "
               "$2 "" at "" $3 "" does not match its link digest "
               "(altered, or a record before it was)""; exit }' "
               """$T/sums"" ""$T/expect"" > ""$T/brk""; "
               "[ -s ""$T/brk"" ] && bad ""$(cat ""$T/brk"")""; fi; "
               "[ -s ""$T/stop"" ] && bad ""$(cat ""$T/stop"")""; "
               "IFS=""$TAB"" read -r TE TP < ""$T/tail""; "
               "if [ ""$HS"" -gt 0 ] || [ ""$TE"" -gt 0 ]; then "
               "[ -s ""$HC"" ] || bad 'history.chain is missing - "
               "the chain head is unknown'; "
               "M="" $((TE + 1))""; [ $((TE + 1)) -lt ""$HS"" ] && "
               "M=""s $((TE + 1))..$HS""; "
               "[ ""$TE"" -lt ""$HS"" ] && bad ""record$M "
               "missing from the end of the chain""; "
               "[ ""$TE"" -gt ""$HS"" ] && bad ""record(s) past the "
               "chain head (sequence $HS)""; "
               "[ ""$TP"" = ""$HP"" ] || bad ""record $TE does not "
               "match the chain head digest""; fi; "
               "if [ -s ""$T/first"" ]; then "
               "awk -v c=""$(cut -f1 ""$T/first"")"" "
               "'$1 > c { print ""unchained record at "" $2 "
               """ (written after the chain began)""; exit }' "
               """$T/legacy.at"" > ""$T/ins"" 2>/dev/null; "
               "[ -s ""$T/ins"" ] && bad ""$(cat ""$T/ins"")""; fi; "
               "RP=$HZ; RN=0; RC=0; "
               "if [ -f ""$RU"" ]; then "
               "while IFS= read -r L; do RN=$((RN + 1)); "
               "case ""$L"" in *""$TAB""*""$TAB""*""$TAB""*""$TAB""*"
               """$TAB""*""$TAB""*) RC=$((RC + 1)); "
               "B=${L%""$TAB""*}; D=${L##*""$TAB""}; "
               "RP=$(printf '%s\t%s' ""$RP"" ""$B"" | sha256sum | "
               "cut -c1-64); "
               "[ ""$RP"" = ""$D"" ] || bad ""history.rollup line $RN "
               "does not match its link digest""; RP=$D;; esac; "
               "done < ""$RU""; fi; "
               "SP=$HZ; SN=0; "
               "if [ -f ""$SLF"" ]; then "
               "while IFS= read -r L; do SN=$((SN + 1)); "
               "B=${L%""$TAB""*}; D=${L##*""$TAB""}; "
               "SP=$(printf '%s\t%s' ""$SP"" ""$B"" | sha256sum | "
               "cut -c1-64); "
               "[ ""$SP"" = ""$D"" ] || bad ""seal $SN does not match "
               "its link digest""; SP=$D; done < ""$SLF""; fi; "
               "[ ""$SP"" = ""$HE"" ] || bad 'the last seal is not "
               "the one history.chain names (seals truncated or "
               "replaced)'; "
               "[ -f ""$SLF"" ] && awk -F'\t' '{ k[$3] = $2; "
               "h[$3] = $4 } END { for (n in k) print k[n] ""\t"" "
               "n ""\t"" h[n] }' ""$SLF"" | sort -k2 > ""$T/last""; "
               "NP=0; if [ -s ""$T/last"" ]; then "
               "while IFS=""$TAB"" read -r K N H; do F=""$AD/$N""; "
               "[ ""$K"" = rollup ] && F=""$RU""; "
               "if [ ""$K"" = prune ]; then NP=$((NP + 1)); "
               "[ -f ""$F"" ] && bad ""$N is present though sealed "
               "as pruned""; continue; fi; "
               "[ -f ""$F"" ] || bad ""$N is missing (sealed, never "
               "pruned)""; "
               "[ ""$(sha256sum < ""$F"" | cut -c1-64)"" = ""$H"" ] "
               "|| bad ""$N has changed since it was sealed""; "
               "done < ""$T/last""; fi; "
               "NR=$(cat ""$T/expect"" 2>/dev/null | wc -l); "
               "echo 'history verify: OK'; "
               "echo ""  chained records:   $NR (head sequence $HS)""; "
               "echo ""  before the chain:  $(cat ""$T/legacy"" "
               "2>/dev/null || echo 0) "
               "unchained record(s)""; "
               "echo ""  rollup rows:       $RC chained""; "
               "echo ""  seals:             $SN ($NP segment(s) "
               "pruned)""; "
               "echo ""  head digest:       $HP""; "
               "rm -rf ""$T"""
               DELIMITED BY SIZE INTO WS-CURL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CURL-CMD
               RETURNING WS-EXIT-CODE.
           PERFORM DECODE-SYSTEM-STATUS.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
