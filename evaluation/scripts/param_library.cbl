      *>
      *> The dictionary lives here (not in run_manifest, whose list
      *> predates it) - new settings added to the suite must be added
      *> here or every deck naming them fails pre-flight. The one
      *> exception is a benchmark's own count and input-file
      *> settings: those are known from the benchmark master
      *> (bench_master), so a new benchmark is one master record,
      *> not a dictionary change too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> the dictionary of every setting name the suite honors - the
      *> run_manifest list plus everything added since, kept in one
      *> place so it cannot drift per consumer.
       01  DICT-COUNT PIC 9(3) VALUE 274.
       01  DICT-NAMES.
           05  FILLER PIC X(32) VALUE "COBJOULES_AB_CMD_A".
           05  FILLER PIC X(32) VALUE "COBJOULES_AB_CMD_B".
           05  FILLER PIC X(32) VALUE "COBJOULES_ALERT_ESCALATE_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_ALERT_POLICY".
           05  FILLER PIC X(32) VALUE "COBJOULES_ALERT_THRESHOLD_J".
           05  FILLER PIC X(32) VALUE "COBJOULES_AUTOPOST_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_AUTO_QUARANTINE".
           05  FILLER PIC X(32) VALUE "COBJOULES_BENCH_MASTER".
           05  FILLER PIC X(32) VALUE "COBJOULES_BUDGET_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_BUNDLE_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_BUNDLE_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_ARM".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_CONCLUDE".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_CONCLUSION".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_CONDITION".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_DECK".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_FROM".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_HYPOTHESIS".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_NAME".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_OWNER".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_RUNS".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAMPAIGN_TO".
           05  FILLER PIC X(32) VALUE "COBJOULES_CAPACITY_MONTHS".
           05  FILLER PIC X(32) VALUE "COBJOULES_CARBON_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_CARBON_SCHEDULE".
           05  FILLER PIC X(32) VALUE "COBJOULES_CERTIFIED_BUILD_ONLY".
           05  FILLER PIC X(32) VALUE "COBJOULES_CERTIFY_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_CKPT_COST_BRACKETS".
           05  FILLER PIC X(32) VALUE "COBJOULES_CKPT_COST_CALLS".
           05  FILLER PIC X(32) VALUE "COBJOULES_CKPT_SHARE_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_CLOCK_SKEW_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_COMPOSED_DECK".
           05  FILLER PIC X(32) VALUE "COBJOULES_CONCAT_T1".
           05  FILLER PIC X(32) VALUE "COBJOULES_CONCAT_T2".
           05  FILLER PIC X(32) VALUE "COBJOULES_CONFIDENCE_TARGET".
           05  FILLER PIC X(32) VALUE "COBJOULES_CONSOLE_REFRESH_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_COST_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_CPUFREQ_BASE".
           05  FILLER PIC X(32) VALUE "COBJOULES_CPU_FREQ_KHZ".
           05  FILLER PIC X(32) VALUE "COBJOULES_CPU_GOVERNOR".
           05  FILLER PIC X(32) VALUE "COBJOULES_CPU_GOVERNOR_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_DEMAND_MIN_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_DIFF_NEW_RUN".
           05  FILLER PIC X(32) VALUE "COBJOULES_DIFF_OLD_RUN".
           05  FILLER PIC X(32) VALUE "COBJOULES_DIFF_PROGRAM".
           05  FILLER PIC X(32) VALUE "COBJOULES_DISCLOSE_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_DISCLOSURE_VERIFY".
           05  FILLER PIC X(32) VALUE "COBJOULES_DISCLOSURE_YEAR".
           05  FILLER PIC X(32) VALUE "COBJOULES_DISTRIBUTION_LIST".
           05  FILLER PIC X(32) VALUE "COBJOULES_EXPECTATIONS_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_EXPORT_FORMAT".
           05  FILLER PIC X(32) VALUE "COBJOULES_COST_CENTERS".
           05  FILLER PIC X(32) VALUE "COBJOULES_FLEET_MAX_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_FLEET_POLL_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_FLEET_RETRIES".
           05  FILLER PIC X(32) VALUE "COBJOULES_GEN_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_GEN_BY".
           05  FILLER PIC X(32) VALUE "COBJOULES_GEN_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_GEN_NUMBER".
           05  FILLER PIC X(32) VALUE "COBJOULES_GEN_REASON".
           05  FILLER PIC X(32) VALUE "COBJOULES_GL_ACK_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_GL_EXPENSE_ACCOUNT".
           05  FILLER PIC X(32) VALUE "COBJOULES_GL_RECOVERY_ACCOUNT".
           05  FILLER PIC X(32) VALUE "COBJOULES_HEALTH_DETAIL".
           05  FILLER PIC X(32) VALUE "COBJOULES_HEALTH_INCIDENT_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_HEALTH_LOCK_CRIT_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_HEALTH_LOCK_WARN_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_HEALTH_LOOKBACK_HOURS".
           05  FILLER PIC X(32) VALUE "COBJOULES_HEALTH_REPL_MAX_HOURS".
           05  FILLER PIC X(32) VALUE "COBJOULES_HEALTH_STUCK_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_HOLD_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_HOLD_BY".
           05  FILLER PIC X(32) VALUE "COBJOULES_HOLD_KEY".
           05  FILLER PIC X(32) VALUE "COBJOULES_HOLD_KIND".
           05  FILLER PIC X(32) VALUE "COBJOULES_HOLD_REASON".
           05  FILLER PIC X(32) VALUE "COBJOULES_HOUSEKEEPING_POLICY".
           05  FILLER PIC X(32) VALUE "COBJOULES_HWMON".
           05  FILLER PIC X(32) VALUE "COBJOULES_HUNT_BAND_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_LOCK_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_LOG_TOKEN_WAIT_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_LOCK_WAIT_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_MAIL_CMD".
           05  FILLER PIC X(32) VALUE "COBJOULES_METER_DATE".
           05  FILLER PIC X(32) VALUE "COBJOULES_METER_INTERVAL_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_METER_MAX_HOURS".
           05  FILLER PIC X(32) VALUE "COBJOULES_METER_STALE_CRIT_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_METER_STALE_WARN_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_MIX_SHIFT_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_MOCK_BASE".
           05  FILLER PIC X(32) VALUE "COBJOULES_MOCK_OP".
           05  FILLER PIC X(32) VALUE "COBJOULES_NOTIFY_CMD".
           05  FILLER PIC X(32) VALUE "COBJOULES_PARAM_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_PDU_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_PERF_COUNTERS".
           05  FILLER PIC X(32) VALUE "COBJOULES_PLAN_HEADROOM_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_PLAN_PERIOD".
           05  FILLER PIC X(32) VALUE "COBJOULES_PLAN_PERIODS".
           05  FILLER PIC X(32) VALUE "COBJOULES_POWERDOWN_DAYS".
           05  FILLER PIC X(32) VALUE "COBJOULES_POWERDOWN_IDLE_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_POWERDOWN_MIN_DAYS".
           05  FILLER PIC X(32) VALUE "COBJOULES_POWERDOWN_OFF_WATTS".
           05  FILLER PIC X(32) VALUE "COBJOULES_POWER_CAP_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_POWER_CAP_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_PROFILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_PROGRAM_NAME".
           05  FILLER PIC X(32) VALUE "COBJOULES_RAPL_BASE".
           05  FILLER PIC X(32) VALUE "COBJOULES_RATE_PER_KWH".
           05  FILLER PIC X(32) VALUE "COBJOULES_RECONCILE_PERIOD".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_CAL_VER".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_DESC".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_HOST".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_PDU".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_RACK".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_REASON".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_RESULT".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_ROOM".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_SITE".
           05  FILLER PIC X(32) VALUE "COBJOULES_REGISTRY_STATUS".
           05  FILLER PIC X(32) VALUE "COBJOULES_REMOTE_DUMP_CMD".
           05  FILLER PIC X(32) VALUE "COBJOULES_REMOTE_HOSTS".
           05  FILLER PIC X(32) VALUE "COBJOULES_REPEAT_COUNT".
           05  FILLER PIC X(32) VALUE "COBJOULES_REPLICA_DIR".
           05  FILLER PIC X(32) VALUE "COBJOULES_REPLICATE_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUESTER".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_ACTION".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_CENTER".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_NEEDED_BY".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_PROFILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_PROGRAM".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_SIZES".
           05  FILLER PIC X(32) VALUE "COBJOULES_REQUEST_TAG".
           05  FILLER PIC X(32) VALUE "COBJOULES_RESTORE_FORCE".
           05  FILLER PIC X(32) VALUE "COBJOULES_RETENTION_DAYS".
           05  FILLER PIC X(32) VALUE "COBJOULES_ROLLUP_PERIOD".
           05  FILLER PIC X(32) VALUE "COBJOULES_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_SCALE_CMD".
           05  FILLER PIC X(32) VALUE "COBJOULES_SCALE_SERIES".
           05  FILLER PIC X(32) VALUE "COBJOULES_SCALE_SETTING".
           05  FILLER PIC X(32) VALUE "COBJOULES_SCHEDULE_DATE".
           05  FILLER PIC X(32) VALUE "COBJOULES_SETTLE_MAX_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_SETTLE_STABLE_MINS".
           05  FILLER PIC X(32) VALUE "COBJOULES_SETTLE_TEMP_C".
           05  FILLER PIC X(32) VALUE "COBJOULES_SITE_UTC_OFFSET".
           05  FILLER PIC X(32) VALUE "COBJOULES_SLA_LATE_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_SLA_PERIOD".
           05  FILLER PIC X(32) VALUE "COBJOULES_SOCKET_IDLE_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_SPC_MIN_POINTS".
           05  FILLER PIC X(32) VALUE "COBJOULES_SPC_SIGMA".
           05  FILLER PIC X(32) VALUE "COBJOULES_STATE_NEW".
           05  FILLER PIC X(32) VALUE "COBJOULES_STATE_OLD".
           05  FILLER PIC X(32) VALUE "COBJOULES_STATE_TOLERANCE".
           05  FILLER PIC X(32) VALUE "COBJOULES_STEP_POLL_SECS".
           05  FILLER PIC X(32) VALUE "COBJOULES_SUMMARY_AGE_DAYS".
           05  FILLER PIC X(32) VALUE "COBJOULES_SUMMARY_DATE".
           05  FILLER PIC X(32) VALUE "COBJOULES_SWEEP_BLACKOUT".
           05  FILLER PIC X(32) VALUE "COBJOULES_SWEEP_SCHEDULE".
           05  FILLER PIC X(32) VALUE "COBJOULES_TARIFF_FILE".
           05  FILLER PIC X(32) VALUE "COBJOULES_TARIFF_PERIOD".
           05  FILLER PIC X(32) VALUE "COBJOULES_THERMAL_PROGRAM".
           05  FILLER PIC X(32) VALUE "COBJOULES_TIEOUT_HOST".
           05  FILLER PIC X(32) VALUE "COBJOULES_TIEOUT_PCT".
           05  FILLER PIC X(32) VALUE "COBJOULES_TIEOUT_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_TOD_MIN_LINES".
           05  FILLER PIC X(32) VALUE "COBJOULES_TRAILER_RUN_ID".
           05  FILLER PIC X(32) VALUE "COBJOULES_TREND_BUCKET".
           05  FILLER PIC X(32) VALUE "NBODY_TRAJECTORY_FILE".
           05  FILLER PIC X(32) VALUE "NBODY_TRAJECTORY_INTERVAL".
           05  FILLER PIC X(32) VALUE "NBODY_STEP_MIN".
           05  FILLER PIC X(32) VALUE "NBODY_SCHEME".
           05  FILLER PIC X(32) VALUE "NBODY_SHADOW_HORIZON_SEP".
           05  FILLER PIC X(32) VALUE "NBODY_SHADOW_INTERVAL".
           05  FILLER PIC X(32) VALUE "NBODY_SHADOW_PERTURB".
           05  FILLER PIC X(32) VALUE "NBODYGEN_BODIES".
           05  FILLER PIC X(32) VALUE "NBODYGEN_FILE".
           05  FILLER PIC X(32) VALUE "NBODYGEN_GRAV".
           05  FILLER PIC X(32) VALUE "SORTGEN_FILE".
           05  FILLER PIC X(32) VALUE "SORTGEN_PROFILE".
           05  FILLER PIC X(32) VALUE "SORTGEN_SEED".
           05  FILLER PIC X(32) VALUE "SORTIMP_COLUMN".
           05  FILLER PIC X(32) VALUE "SORTIMP_EXTRACT".
           05  FILLER PIC X(32) VALUE "SORTIMP_FILE".
           05  FILLER PIC X(32) VALUE "SORTIMP_KEY_TYPE".
           05  FILLER PIC X(32) VALUE "SORTIMP_SEED".
           05  FILLER PIC X(32) VALUE "BUBBLSRT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "BUBBLSRT_ITEM_COUNT".
           05  FILLER PIC X(32) VALUE "INSERTIONSORT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "KEYEDIO_MIX".
           05  FILLER PIC X(32) VALUE "KEYEDIO_OP_COUNT".
           05  FILLER PIC X(32) VALUE "KEYEDIO_RECORD_COUNT".
           05  FILLER PIC X(32) VALUE "MERGESRT_ITEM_COUNT".
           05  FILLER PIC X(32) VALUE "MERGESRT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "QUICKSRT_ITEM_COUNT".
           05  FILLER PIC X(32) VALUE "QUICKSRT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "HEAPSRT_ITEM_COUNT".
           05  FILLER PIC X(32) VALUE "HEAPSRT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "SHELLSRT_ITEM_COUNT".
           05  FILLER PIC X(32) VALUE "SHELLSRT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "RECSORT_RECORD_COUNT".
           05  FILLER PIC X(32) VALUE "RECSORT_SEED".
           05  FILLER PIC X(32) VALUE "RECSORT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "MSTRUPD_MASTER_COUNT".
           05  FILLER PIC X(32) VALUE "MSTRUPD_TRANS_COUNT".
           05  FILLER PIC X(32) VALUE "MSTRUPD_MIX".
           05  FILLER PIC X(32) VALUE "MSTRUPD_SEED".
           05  FILLER PIC X(32) VALUE "TEXTETL_RECORD_COUNT".
           05  FILLER PIC X(32) VALUE "TEXTETL_SEED".
           05  FILLER PIC X(32) VALUE "TBLLOOK_TABLE_SIZE".
           05  FILLER PIC X(32) VALUE "TBLLOOK_LOOKUP_COUNT".
           05  FILLER PIC X(32) VALUE "TBLLOOK_HIT_PCT".
           05  FILLER PIC X(32) VALUE "TBLLOOK_SEED".
       01  DICT-TABLE REDEFINES DICT-NAMES.
           05  DICT-NAME OCCURS 274 TIMES
                               INDEXED BY DICT-IDX PIC X(32).

      *> the selected profile's settings, loaded once.
           88  IN-SELECTED-PROFILE VALUE 'Y'.

       01  WS-NAME-KNOWN PIC 9(1).
       COPY "benchmst.cpy".
       01  WS-ENV-VALUE  PIC X(120).
       01  WS-APPLIED    PIC 9(3).
       01  APPLIED-DISP  PIC Z(2)9.
                   MOVE 1 TO WS-NAME-KNOWN
               END-IF
           END-PERFORM
           IF WS-NAME-KNOWN = 0
               MOVE "SETTING" TO BMR-ACTION
               MOVE PRM-NAME TO BMR-KEY
               CALL "bench_master" USING BENCH-REQUEST
               IF BMR-FOUND
                   MOVE 1 TO WS-NAME-KNOWN
               END-IF
           END-IF
           .

       Resolve-Setting.
