               Organization is sequential
               Access mode is sequential
               File status is DRIVERLOG-FILE-STATUS.
           SELECT SLA-TABLE-FILE
               Assign to SLATABLE
               Organization is sequential
               Access mode is sequential
               File status is SLATABLE-FILE-STATUS.
           SELECT STEP-HISTORY-FILE
               Assign to STEPHIST
               Organization is sequential
               Access mode is sequential
               File status is STEPHIST-FILE-STATUS.
           SELECT SLA-TREND-FILE
               Assign to SLARPT
               Organization is sequential
               Access mode is sequential
               File status is SLARPT-FILE-STATUS.
           SELECT CLUSTER-LOCK-FILE
               Assign to CLUSLOCK
               Organization is sequential
               Access mode is sequential
               File status is CLUSLOCK-FILE-STATUS.
           SELECT LOCK-CONTROL-FILE
               Assign to LOCKCTL
               Organization is sequential
               Access mode is sequential
               File status is LOCKCTL-FILE-STATUS.

       Data Division.
        File section.
             05 DLOG-REASON PIC X(8).
             05 FILLER PIC X(1).
             05 DLOG-TEXT PIC X(50).
      * The batch window's expected-duration table - the seconds a step
      * is expected to finish in and the seconds past which it is in
      * trouble, by action and step number.  A step number of zeros
      * (or blanks) is the action's default for any step without a row
      * of its own; a zero critical figure means warn only
        FD SLA-TABLE-FILE
             record contains 80 characters
             data record is SLA-TABLE-RECORD.
        01 SLA-TABLE-RECORD.
             05 SLA-IN-ACTION PIC X(8).
             05 SLA-IN-STEP PIC X(4).
             05 SLA-IN-EXPECTED PIC X(6).
             05 SLA-IN-CRITICAL PIC X(6).
             05 FILLER PIC X(56).
      * The nightly step history - one record per step that called FSD,
      * appended as the step completes: when it ran, how long it took,
      * how it ended and what it moved, and whether it broke its SLA
        FD STEP-HISTORY-FILE
             record contains 80 characters
             data record is STEP-HISTORY-RECORD.
        01 STEP-HISTORY-RECORD.
             05 HST-RUN-DATE PIC X(8).
             05 HST-STEP-NUMBER PIC 9(4).
             05 HST-ACTION PIC X(8).
             05 HST-START-TIME PIC 9(8).
             05 HST-ELAPSED-SECONDS PIC 9(6).
             05 HST-RETURN-CODE PIC 9(4).
             05 HST-RECORDS-READ PIC 9(9).
             05 HST-RECORDS-WRITTEN PIC 9(9).
             05 HST-REJECTS PIC 9(9).
             05 HST-SLA-VERDICT PIC X(1).
             05 FILLER PIC X(14).
      * The duration trend report built from the step history at end
      * of batch - each step's last thirty nights side by side
        FD SLA-TREND-FILE
             record contains 132 characters
             data record is SLA-TREND-RECORD.
        01 SLA-TREND-RECORD.
             05 FILLER PIC X(132).
      * The cluster's shared lock - one record naming the batch that
      * holds the cluster for its updating steps: the job, when it
      * claimed the lock, and the step and action now running.  A
      * released lock keeps the last holder's details under FREE; an
      * empty dataset is a lock never yet taken
        FD CLUSTER-LOCK-FILE
             record contains 80 characters
             data record is CLUSTER-LOCK-RECORD.
        01 CLUSTER-LOCK-RECORD.
             05 LOCK-STATE PIC X(4).
               88 LOCK-IS-HELD VALUE "HELD".
             05 FILLER PIC X(1).
             05 LOCK-JOB-NAME PIC X(8).
             05 LOCK-START-DATE PIC 9(8).
             05 LOCK-START-TIME PIC 9(8).
             05 LOCK-STEP-NUMBER PIC 9(4).
             05 LOCK-ACTION PIC X(8).
             05 FILLER PIC X(39).
      * The operator's lock control card - the name this batch signs
      * the lock with, how many times and how many seconds apart to
      * wait on a lock another batch holds, and the override: the job
      * whose lock, left behind by an abend, this batch may take over
        FD LOCK-CONTROL-FILE
             record contains 80 characters
             data record is LOCK-CONTROL-RECORD.
        01 LOCK-CONTROL-RECORD.
             05 LKC-JOB-NAME PIC X(8).
             05 LKC-WAIT-COUNT PIC X(3).
             05 LKC-WAIT-SECONDS PIC X(4).
             05 LKC-OVERRIDE-JOB PIC X(8).
             05 FILLER PIC X(57).
      *
      *
       Working-Storage Section.
       77 DO-CONSOL-DATASET           PICTURE X(8) VALUE 'CONSOLID'.
       77 DO-RESTORE-DATASET          PICTURE X(8) VALUE 'RESTORE'.
       77 DO-RELEASE-DATASET          PICTURE X(8) VALUE 'RELEASE'.
       77 DO-AGING-DATASET            PICTURE X(8) VALUE 'AGING'.
       77 DO-CHARGEOFF-DATASET        PICTURE X(8) VALUE 'CHARGEOF'.
       77 DO-PAYMENT-DATASET          PICTURE X(8) VALUE 'PAYMENT'.
       77 DO-APPLY-DATASET            PICTURE X(8) VALUE 'APPLY'.
       77 DO-MAINT-DATASET            PICTURE X(8) VALUE 'MAINT'.
       77 DO-UNDO-DATASET             PICTURE X(8) VALUE 'UNDO'.
       77 DO-LOAD-DATASET             PICTURE X(8) VALUE 'LOAD'.
       77 DO-REVERSE-DATASET          PICTURE X(8) VALUE 'REVERSE'.
       77 DO-SNAPSHOT-DATASET         PICTURE X(8) VALUE 'SNAPSHOT'.
       77 DO-BUREAU-DATASET           PICTURE X(8) VALUE 'BUREAU'.
       77 DO-SAMPLE-DATASET           PICTURE X(8) VALUE 'SAMPLE'.
       77 DO-MULTI-DATASET            PICTURE X(8) VALUE 'MULTIOUT'.
      * The card now being processed, and the card read ahead of it.
      * Working a card behind the file lets the driver know whether
      * another step follows, which decides whether FSD is asked to
      * cluster, so the operator can eyeball it and then release the
      * real step
             05 BATCH-TRIAL-FLAG PIC X(1).
      * A SAMPLE card's seed, nine digits - the same seed on the same
      * cluster always draws the same sample, so Audit can redraw it
             05 BATCH-SAMPLE-SEED PIC X(9).
      * A MULTIOUT card's outputs, one Y per output served from the
      * one pass, in the order SPLIT, SUMMARY, XCHECK, STATEMNT,
      * VERIFY, DUPCSV
             05 BATCH-MULTI-OUTPUTS PIC X(6).
             05 FILLER PIC X(13).
        01 BATCH-NEXT-CARD PIC X(80).
      * Staging field for a card's numeric parameter value, edited
      * for the NUMERIC class before it reaches a binary PARMS field
        01 Batch-parm-number pic 9(4).
      * Staging field for a card's whole-dollar amount value, edited
      * the same way before it reaches a money PARMS field
        01 Batch-parm-dollars pic 9(8).
      * Staging field for a SAMPLE card's seed, edited the same way
        01 Batch-parm-seed pic 9(9).
        01 Batch-flags.
          05 BATCH-FILE-STATUS pic xx value "00".
            88 batchfile-success value "00".
            88 At-calendar-eof value "1".
          05 DRIVERLOG-FILE-STATUS pic xx value "00".
            88 driverlogfile-success value "00".
          05 SLATABLE-FILE-STATUS pic xx value "00".
            88 slatablefile-success value "00".
          05 Slatable-eof pic x value "0".
            88 At-slatable-eof value "1".
          05 STEPHIST-FILE-STATUS pic xx value "00".
            88 stephistfile-success value "00".
          05 Stephist-eof pic x value "0".
            88 At-stephist-eof value "1".
          05 Step-history-active pic x value "N".
            88 Recording-history value "Y".
          05 SLARPT-FILE-STATUS pic xx value "00".
            88 slarptfile-success value "00".
          05 CLUSLOCK-FILE-STATUS pic xx value "00".
            88 cluslockfile-success value "00".
          05 LOCKCTL-FILE-STATUS pic xx value "00".
            88 lockctlfile-success value "00".
      * How many leading steps of the batch finished in the prior run
      * (journal outcome OK or SKIPPED), and the number of the step
      * now being processed - a rerun skips steps up to the count
          05 Prev-split-count-3 Usage Comp pic 9(9) value 0.
          05 Prev-split-count-4 Usage Comp pic 9(9) value 0.
      * Work area for the driver's run-log messages - the id and text
      * the raising site stages before calling the log writer.  A DF
      * id is seven bytes, DFnnnnS, so its severity is the seventh
      * byte of the field; error and severe messages are echoed to
      * the console for automation to trap
        01 Driver-log-area.
          05 Dlog-message-id pic x(8).
          05 Dlog-message-id-bytes REDEFINES Dlog-message-id.
             10 FILLER pic x(6).
             10 Dlog-severity pic x(1).
             10 FILLER pic x(1).
          05 Dlog-rc-edited pic -zzz9.
          05 Dlog-line-text pic x(50).
          05 Dlog-text-parts REDEFINES Dlog-line-text.
             10 Step-entry-split-3 Usage Comp pic 9(9).
             10 Step-entry-split-4 Usage Comp pic 9(9).
             10 Step-entry-delta pic s9(11)V99.
             10 Step-entry-gl-entries Usage Comp pic 9(9).
             10 Step-entry-gl-debits pic s9(13)V99.
             10 Step-entry-gl-credits pic s9(13)V99.
             10 Step-entry-posted Usage Comp pic 9(9).
             10 Step-entry-post-skipped Usage Comp pic 9(9).
             10 Step-entry-post-failed Usage Comp pic 9(9).
             10 Step-entry-held Usage Comp pic 9(9).
      * In-storage copy of the expected-duration table, loaded once at
      * batch start.  With no table allocated no step has an SLA and
      * none is ever flagged - timings still go to the history
        01 Sla-table-area.
          05 Sla-entry-count Usage Comp pic 9(4) value 0.
          05 Sla-table-flag pic x value "N".
            88 Sla-table-truncated value "Y".
          05 Sla-entry OCCURS 200 TIMES.
             10 Sla-action pic x(8).
             10 Sla-step pic 9(4).
             10 Sla-expected-seconds pic 9(6).
             10 Sla-critical-seconds pic 9(6).
      * Work area timing the step in hand - the clock before and after
      * the FSD call, the elapsed time (a step that runs past midnight
      * is allowed one wrap of the clock), and the SLA verdict
        01 Sla-work-area.
          05 Sla-search-index Usage Comp pic 9(4) value 0.
          05 Sla-found-index Usage Comp pic 9(4) value 0.
          05 Sla-default-index Usage Comp pic 9(4) value 0.
          05 Sla-lookup-action pic x(8).
          05 Sla-lookup-step pic 9(4).
          05 Step-start-time pic 9(8) value 0.
          05 Step-end-time pic 9(8) value 0.
          05 Sla-clock-time pic 9(8).
          05 Sla-clock-parts REDEFINES Sla-clock-time.
             10 Sla-clock-hours pic 9(2).
             10 Sla-clock-minutes pic 9(2).
             10 Sla-clock-seconds pic 9(2).
             10 Sla-clock-hundredths pic 9(2).
          05 Sla-clock-value Usage Comp pic 9(9) value 0.
          05 Step-start-value Usage Comp pic 9(9) value 0.
          05 Step-elapsed-hundredths Usage Comp pic 9(9) value 0.
          05 Step-elapsed-seconds Usage Comp pic 9(6) value 0.
          05 Sla-verdict pic x value space.
            88 Sla-within-window value space.
            88 Sla-over-expected value "W".
            88 Sla-over-critical value "C".
          05 Sla-seconds-edited pic zzzzz9.
      * The trend report's view of the step history - the last thirty
      * distinct run dates, oldest first, and for each step (action and
      * step number) the seconds it took on each of those nights.  A
      * rerun the same night overwrites the earlier timing
        01 Trend-night-table.
          05 Trend-night-count Usage Comp pic 9(4) value 0.
          05 Trend-night-date pic x(8) OCCURS 30 TIMES.
        01 Trend-step-table.
          05 Trend-step-count Usage Comp pic 9(4) value 0.
          05 Trend-step-flag pic x value "N".
            88 Trend-table-full value "Y".
          05 Trend-step-entry OCCURS 100 TIMES.
             10 Trend-step-number pic 9(4).
             10 Trend-step-action pic x(8).
             10 Trend-night-cell OCCURS 30 TIMES.
                15 Trend-night-seconds pic 9(6).
                15 Trend-night-ran pic x.
        01 Trend-work-area.
          05 Trend-night-index Usage Comp pic 9(4) value 0.
          05 Trend-night-found Usage Comp pic 9(4) value 0.
          05 Trend-shift-index Usage Comp pic 9(4) value 0.
          05 Trend-step-index Usage Comp pic 9(4) value 0.
          05 Trend-step-found Usage Comp pic 9(4) value 0.
          05 Trend-cell-index Usage Comp pic 9(4) value 0.
          05 Trend-nights-ran Usage Comp pic 9(4) value 0.
          05 Trend-latest-seconds Usage Comp pic 9(6) value 0.
          05 Trend-total-seconds Usage Comp pic 9(9) value 0.
          05 Trend-min-seconds Usage Comp pic 9(6) value 0.
          05 Trend-max-seconds Usage Comp pic 9(6) value 0.
          05 Trend-early-seconds Usage Comp pic 9(9) value 0.
          05 Trend-early-nights Usage Comp pic 9(4) value 0.
          05 Trend-late-seconds Usage Comp pic 9(9) value 0.
          05 Trend-late-nights Usage Comp pic 9(4) value 0.
          05 Trend-early-average pic 9(6)V9 value 0.
          05 Trend-late-average pic 9(6)V9 value 0.
          05 Trend-growth-percent pic s9(5)V9 value 0.
        01 Trend-heading-line.
          05 FILLER pic x(37)
             value "STEP DURATION TREND - LAST 30 NIGHTS ".
          05 FILLER pic x(5) value "FROM ".
          05 TRH-FIRST-DATE pic x(8).
          05 FILLER pic x(4) value " TO ".
          05 TRH-LAST-DATE pic x(8).
          05 FILLER pic x(10) value "  NIGHTS: ".
          05 TRH-NIGHTS pic z9.
          05 FILLER pic x(58) value spaces.
        01 Trend-column-line.
          05 FILLER pic x(29) value "STEP ACTION        NIGHTS".
          05 FILLER pic x(10) value "    LATEST".
          05 FILLER pic x(10) value "   AVERAGE".
          05 FILLER pic x(10) value "   MINIMUM".
          05 FILLER pic x(10) value "   MAXIMUM".
          05 FILLER pic x(10) value "  EXPECTED".
          05 FILLER pic x(12) value "   EARLY AVG".
          05 FILLER pic x(12) value "    LATE AVG".
          05 FILLER pic x(10) value "  GROWTH %".
          05 FILLER pic x(19) value spaces.
        01 Trend-detail-line.
          05 TRD-STEP pic zzz9.
          05 FILLER pic x(1) value spaces.
          05 TRD-ACTION pic x(8).
          05 FILLER pic x(10) value spaces.
          05 TRD-NIGHTS pic z9.
          05 FILLER pic x(8) value spaces.
          05 TRD-LATEST pic zzzzz9.
          05 FILLER pic x(4) value spaces.
          05 TRD-AVERAGE pic zzzzz9.
          05 FILLER pic x(4) value spaces.
          05 TRD-MINIMUM pic zzzzz9.
          05 FILLER pic x(4) value spaces.
          05 TRD-MAXIMUM pic zzzzz9.
          05 FILLER pic x(4) value spaces.
          05 TRD-EXPECTED-CELL pic x(6).
          05 TRD-EXPECTED REDEFINES TRD-EXPECTED-CELL pic zzzzz9.
          05 FILLER pic x(4) value spaces.
          05 TRD-EARLY pic zzzzz9.9.
          05 FILLER pic x(4) value spaces.
          05 TRD-LATE pic zzzzz9.9.
          05 FILLER pic x(2) value spaces.
          05 TRD-GROWTH pic -zzzz9.9.
          05 FILLER pic x(1) value spaces.
          05 TRD-FLAG pic x(1).
          05 FILLER pic x(17) value spaces.
      * A step's nightly seconds, oldest night first, fifteen to the
      * line - a dot marks a night the step did not run
        01 Trend-nights-line.
          05 FILLER pic x(9) value "  NIGHTS ".
          05 TRN-RANGE pic x(6).
          05 TRN-CELL OCCURS 15 TIMES.
             10 TRN-CELL-TEXT pic x(6).
             10 TRN-CELL-SECONDS REDEFINES TRN-CELL-TEXT pic zzzzz9.
             10 FILLER pic x(1).
          05 FILLER pic x(12) value spaces.
        01 Trend-overflow-line.
          05 FILLER pic x(42)
             value "** TREND TABLE FULL - REPORT IS INCOMPLETE".
          05 FILLER pic x(90) value spaces.
      * The cluster lock as this batch sees it.  The lock is claimed
      * at the first step that changes the cluster and held to the
      * end of the batch, so no other batch's update can fall between
      * two of ours; a batch that could not get it refuses every later
      * updating step at once rather than waiting out the lock again.
      * With no lock dataset allocated the batch runs unguarded, as
      * every batch did before the lock existed
        01 Cluster-lock-area.
          05 Lock-batch-job pic x(8) value "DFBATCH".
          05 Lock-wait-count Usage Comp pic 9(4) value 3.
          05 Lock-wait-seconds Usage Comp pic 9(4) value 120.
          05 Lock-override-job pic x(8) value spaces.
          05 Lock-hold-flag pic x value "N".
            88 Lock-claimed value "Y".
            88 Lock-refused value "R".
            88 Lock-unavailable value "U".
          05 Lock-grant-flag pic x value "Y".
            88 Lock-granted value "Y".
          05 Lock-free-flag pic x value "N".
            88 Lock-is-free value "Y".
          05 Lock-wait-attempts Usage Comp pic 9(4) value 0.
          05 Lock-wait-hundredths PIC S9(8) Usage Comp value 0.
          05 Lock-holder-job pic x(8) value spaces.
          05 Lock-claim-date pic 9(8) value 0.
          05 Lock-claim-time pic 9(8) value 0.
          05 Lock-count-number pic 9(3).
          05 Lock-seconds-number pic 9(4).
        01 Balance-record-work.
          05 Bal-entry-outcome pic x(8).
          05 Bal-entry-rc pic s9(4) value 0.
            88 Bal-step-called-fsd value "Y".
          05 Bal-report-index Usage Comp pic 9(4) value 0.
          05 Bal-split-sum Usage Comp pic 9(9) value 0.
          05 Bal-night-index Usage Comp pic 9(4) value 0.
          05 Bal-total-reads Usage Comp pic 9(9) value 0.
          05 Bal-total-writes Usage Comp pic 9(9) value 0.
          05 Bal-total-rejects Usage Comp pic 9(9) value 0.
          05 Bal-total-gl-entries Usage Comp pic 9(9) value 0.
          05 Bal-total-gl-debits pic s9(13)V99 value 0.
          05 Bal-total-gl-credits pic s9(13)V99 value 0.
          05 Bal-total-held Usage Comp pic 9(9) value 0.
          05 Bal-multi-index Usage Comp pic 9(4) value 0.
          05 Bal-multi-flag pic x value "N".
            88 Bal-multi-step value "Y".
        01 Balance-header-line.
          05 FILLER pic x(29) value "STEP ACTION   OUTCOME  RC".
          05 FILLER pic x(12) value "      READS".
          05 FILLER pic x(1) value spaces.
          05 BAL-SPL-4 pic zzz,zzz,zz9.
          05 FILLER pic x(69) value spaces.
        01 Balance-post-line.
          05 FILLER pic x(15) value "  POST COUNTS  ".
          05 FILLER pic x(7) value "POSTED ".
          05 BAL-PST-POSTED pic zzz,zzz,zz9.
          05 FILLER pic x(10) value "  SKIPPED ".
          05 BAL-PST-SKIPPED pic zzz,zzz,zz9.
          05 FILLER pic x(9) value "  FAILED ".
          05 BAL-PST-FAILED pic zzz,zzz,zz9.
          05 FILLER pic x(58) value spaces.
        01 Balance-held-line.
          05 FILLER pic x(15) value "  LEGAL HOLD   ".
          05 FILLER pic x(17) value "HELD AND SKIPPED ".
          05 BAL-HLD-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(89) value spaces.
        01 Balance-delta-line.
          05 FILLER pic x(15) value "  ADJUST DELTA ".
          05 BAL-DELTA pic -zz,zzz,zzz,zzz,zz9.99.
          05 FILLER pic x(96) value spaces.
        01 Balance-gl-line.
          05 FILLER pic x(15) value "  GL FEED      ".
          05 FILLER pic x(8) value "ENTRIES ".
          05 BAL-GL-ENTRIES pic zzz,zzz,zz9.
          05 FILLER pic x(9) value "  DEBITS ".
          05 BAL-GL-DEBITS pic -zz,zzz,zzz,zzz,zz9.99.
          05 FILLER pic x(10) value "  CREDITS ".
          05 BAL-GL-CREDITS pic -zz,zzz,zzz,zzz,zz9.99.
          05 BAL-GL-XFOOT pic x(1).
          05 FILLER pic x(34) value spaces.
        01 Balance-total-line.
          05 FILLER pic x(29) value "BATCH TOTALS".
          05 BAT-READS pic zzz,zzz,zz9.
          05 FILLER pic x(1) value spaces.
          05 BAT-REJECTS pic zzz,zzz,zz9.
          05 FILLER pic x(67) value spaces.
        01 Balance-gl-total-line.
          05 FILLER pic x(15) value "BATCH GL FEED  ".
          05 FILLER pic x(8) value "ENTRIES ".
          05 BAT-GL-ENTRIES pic zzz,zzz,zz9.
          05 FILLER pic x(9) value "  DEBITS ".
          05 BAT-GL-DEBITS pic -zz,zzz,zzz,zzz,zz9.99.
          05 FILLER pic x(10) value "  CREDITS ".
          05 BAT-GL-CREDITS pic -zz,zzz,zzz,zzz,zz9.99.
          05 FILLER pic x(35) value spaces.
        01 Balance-held-total-line.
          05 FILLER pic x(15) value "BATCH LEGAL HLD".
          05 FILLER pic x(17) value "HELD AND SKIPPED ".
          05 BAT-HLD-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(89) value spaces.
        01 Balance-overflow-line.
          05 FILLER pic x(40)
             value "** STEP TABLE FULL - SHEET IS INCOMPLETE".
      * date tokens the cards may carry
             ACCEPT Current-run-date FROM DATE YYYYMMDD
             PERFORM Load-calendar-table
      * The batch window's expected durations, and the history every
      * step's timing is appended to
             PERFORM Load-sla-table
             PERFORM Open-step-history
      * Who this batch is to the cluster lock, and how long it will
      * wait on another batch's
             PERFORM Load-lock-control
      * The driver works one card behind the file: the card in hand
      * runs while the next one is already read, so each FSD call can
      * be told whether another step follows - with more work coming,
                     PERFORM Fail-bad-condition
                   ELSE
                     IF Cond-step-runs
                       PERFORM Run-claimed-batch-action
                     ELSE
                       PERFORM Journal-condskip-step
                     END-IF
             IF Hold-outstanding
               PERFORM Release-input-hold
             END-IF
      * The cluster is closed, so the lock this batch holds goes back
             IF Lock-claimed
               PERFORM Release-cluster-lock
             END-IF
             CLOSE BATCH-CONTROL-FILE
             IF Journaling-steps
               CLOSE STEP-JOURNAL-FILE
               PERFORM Write-balance-report
               CLOSE BALANCE-REPORT-FILE
             END-IF
      * Tonight's timings are on the history now, so the trend report
      * built from it runs through the batch just finished
             IF Recording-history
               CLOSE STEP-HISTORY-FILE
               PERFORM Write-sla-trend-report
             END-IF
           END-IF
      * Restore the first failure seen, if any, so the last batch
      * line's own (possibly successful) result does not hide it
           MOVE SPACES TO PARM-SORT-FIELD
           MOVE 0 TO PARM-ANALYZE-RANGES
           MOVE SPACES TO PARM-POSTING-DATE
           MOVE SPACES TO PARM-CYCLE-DATE
           MOVE 0 TO PARM-CHARGEOFF-DAYS
           MOVE 0 TO PARM-CREDIT-LIMIT
           MOVE 0 TO PARM-NIGHT-POSTED-COUNT
           MOVE 0 TO PARM-NIGHT-POST-SKIPPED
           MOVE 0 TO PARM-NIGHT-POST-FAILED
           MOVE 0 TO PARM-NIGHT-ARCHIVED-COUNT
           MOVE 0 TO PARM-NIGHT-RETAINED-COUNT
           MOVE 0 TO PARM-SAMPLE-SIZE
           MOVE 0 TO PARM-SAMPLE-SEED
           MOVE SPACES TO PARM-MULTI-OUTPUTS
      * The card's trial flag rides through on every step - only the
      * destructive actions consult it
           MOVE "N" TO PARM-TRIAL-MODE
                   MOVE BATCH-PARM-VALUE TO Batch-date-value
                   PERFORM Resolve-symbolic-date
                   MOVE Batch-date-value TO PARM-ASOF-DATE
      * A REVERSE card names the posting date whose charges it waives,
      * routed exactly as a POST card's date is
               WHEN DO-POST-DATASET
               WHEN DO-REVERSE-DATASET
                   MOVE BATCH-PARM-VALUE TO Batch-date-value
                   PERFORM Resolve-symbolic-date
                   MOVE Batch-date-value TO PARM-POSTING-DATE
      * A BUREAU card's date is the activity date the bureau file
      * reports as of, routed the way the aging cycle date is
               WHEN DO-AGING-DATASET
               WHEN DO-BUREAU-DATASET
                   MOVE BATCH-PARM-VALUE TO Batch-date-value
                   PERFORM Resolve-symbolic-date
                   MOVE Batch-date-value TO PARM-CYCLE-DATE
      * A SNAPSHOT card names its cycle date the way an AGING card
      * does, and carries the night's POST and PURGE counters as the
      * balancing sheet has them so far
               WHEN DO-SNAPSHOT-DATASET
                   MOVE BATCH-PARM-VALUE TO Batch-date-value
                   PERFORM Resolve-symbolic-date
                   MOVE Batch-date-value TO PARM-CYCLE-DATE
                   PERFORM Total-night-counters
      * A batch card cannot carry byte-slice filter values, so a
      * FILTER step from here selects on record type alone - the
      * slice fields are zeroed to say so explicitly
                   MOVE BATCH-PARM-VALUE(3:2) TO PARM-SPLIT-STATUS-2
                   MOVE BATCH-PARM-VALUE(5:2) TO PARM-SPLIT-STATUS-3
                   MOVE BATCH-PARM-VALUE(7:2) TO PARM-SPLIT-STATUS-4
      * A MULTIOUT card routes its SPLIT status codes the way a SPLIT
      * card does, and names the outputs it wants in a field of its own
               WHEN DO-MULTI-DATASET
                   MOVE BATCH-PARM-VALUE(1:2) TO PARM-SPLIT-STATUS-1
                   MOVE BATCH-PARM-VALUE(3:2) TO PARM-SPLIT-STATUS-2
                   MOVE BATCH-PARM-VALUE(5:2) TO PARM-SPLIT-STATUS-3
                   MOVE BATCH-PARM-VALUE(7:2) TO PARM-SPLIT-STATUS-4
                   MOVE BATCH-MULTI-OUTPUTS TO PARM-MULTI-OUTPUTS
               WHEN DO-RESEQ-DATASET
                   MOVE BATCH-PARM-VALUE TO PARM-SORT-FIELD
      * An ANALYZE card carries the slice count as four digits - a
                   IF Batch-parm-number NUMERIC
                     MOVE Batch-parm-number TO PARM-ANALYZE-RANGES
                   END-IF
      * A CHARGEOF card carries its write-off threshold in days the
      * same way - four digits, left at zero when not numeric
               WHEN DO-CHARGEOFF-DATASET
                   MOVE BATCH-PARM-VALUE(1:4) TO Batch-parm-number
                   IF Batch-parm-number NUMERIC
                     MOVE Batch-parm-number TO PARM-CHARGEOFF-DAYS
                   END-IF
      * A PAYMENT card carries the credit limit as eight digits of
      * whole dollars - the largest credit balance a payment may
      * leave.  A blank or non-numeric value is left at zero, which
      * suspends any payment that would overpay the account
               WHEN DO-PAYMENT-DATASET
                   MOVE BATCH-PARM-VALUE TO Batch-parm-dollars
                   IF Batch-parm-dollars NUMERIC
                     MOVE Batch-parm-dollars TO PARM-CREDIT-LIMIT
                   END-IF
      * A SAMPLE card carries the sample size as four digits in the
      * parameter value and its seed in a field of its own; either
      * one not numeric is left at zero for FSD's edit to refuse
               WHEN DO-SAMPLE-DATASET
                   MOVE BATCH-PARM-VALUE(1:4) TO Batch-parm-number
                   IF Batch-parm-number NUMERIC
                     MOVE Batch-parm-number TO PARM-SAMPLE-SIZE
                   END-IF
                   MOVE BATCH-SAMPLE-SEED TO Batch-parm-seed
                   IF Batch-parm-seed NUMERIC
                     MOVE Batch-parm-seed TO PARM-SAMPLE-SEED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE Current-step-number TO PARM-STEP-NUMBER
           ACCEPT Step-start-time FROM TIME
           CALL 'FSD' USING PARMS
           ACCEPT Step-end-time FROM TIME
           MOVE PARM-HOLD-INPUT-OPEN TO Hold-outstanding-flag
           PERFORM Latch-batch-failure
           PERFORM Save-step-response
           END-IF
           MOVE RETURN-CODE TO Bal-entry-rc
           MOVE "Y" TO Bal-step-ran
           PERFORM Record-step-balance
           PERFORM Check-step-duration
           PERFORM Write-step-history.
        Run-one-batch-action-EXIT.
           EXIT.

        Fail-bad-condition-EXIT.
           EXIT.

      * ***************************************************
      * Utility method reading the operator's lock control card, when
      * one is allocated - a blank or non-numeric field keeps its
      * default
      * ***************************************************
        Load-lock-control.
           OPEN INPUT LOCK-CONTROL-FILE
           IF lockctlfile-success
             READ LOCK-CONTROL-FILE
                 AT END
                     MOVE SPACES TO LOCK-CONTROL-RECORD
             END-READ
             IF LKC-JOB-NAME NOT EQUAL SPACES
               MOVE LKC-JOB-NAME TO Lock-batch-job
             END-IF
             IF LKC-WAIT-COUNT NUMERIC
               MOVE LKC-WAIT-COUNT TO Lock-count-number
               MOVE Lock-count-number TO Lock-wait-count
             END-IF
             IF LKC-WAIT-SECONDS NUMERIC
               MOVE LKC-WAIT-SECONDS TO Lock-seconds-number
               MOVE Lock-seconds-number TO Lock-wait-seconds
             END-IF
             MOVE LKC-OVERRIDE-JOB TO Lock-override-job
             CLOSE LOCK-CONTROL-FILE
           END-IF.
        Load-lock-control-EXIT.
           EXIT.

      * ***************************************************
      * Utility method running a step that is cleared to run - a step
      * whose action changes the cluster must hold the cluster lock
      * first, and is refused without calling FSD if it cannot
      * ***************************************************
        Run-claimed-batch-action.
           MOVE "Y" TO Lock-grant-flag
           IF BATCH-ACTION EQUAL DO-APPLY-DATASET
               OR BATCH-ACTION EQUAL DO-PURGE-DATASET
               OR BATCH-ACTION EQUAL DO-POST-DATASET
               OR BATCH-ACTION EQUAL DO-MAINT-DATASET
               OR BATCH-ACTION EQUAL DO-RESTORE-DATASET
               OR BATCH-ACTION EQUAL DO-UNDO-DATASET
               OR BATCH-ACTION EQUAL DO-LOAD-DATASET
               OR BATCH-ACTION EQUAL DO-CHARGEOFF-DATASET
               OR BATCH-ACTION EQUAL DO-PAYMENT-DATASET
               OR BATCH-ACTION EQUAL DO-REVERSE-DATASET
             PERFORM Claim-cluster-lock
           END-IF
           IF Lock-granted
             PERFORM Run-one-batch-action
           ELSE
             PERFORM Fail-cluster-locked
           END-IF.
        Run-claimed-batch-action-EXIT.
           EXIT.

      * ***************************************************
      * Utility method claiming the cluster lock for the step in hand.
      * A lock this batch already holds is restamped with the step; a
      * lock another batch holds is waited on, re-read every
      * Lock-wait-seconds up to Lock-wait-count times, before the step
      * is refused.  Once claimed, the lock is read back to prove this
      * batch's claim is the one that landed
      * ***************************************************
        Claim-cluster-lock.
           EVALUATE TRUE
               WHEN Lock-claimed
                   PERFORM Write-cluster-lock
               WHEN Lock-unavailable
                   CONTINUE
               WHEN Lock-refused
                   MOVE "N" TO Lock-grant-flag
               WHEN OTHER
                   MOVE 0 TO Lock-wait-attempts
                   PERFORM Read-cluster-lock
                   PERFORM UNTIL Lock-is-free
                           OR Lock-unavailable
                           OR Lock-wait-attempts >= Lock-wait-count
                       ADD 1 TO Lock-wait-attempts
                       MOVE "DF0017I" TO Dlog-message-id
                       MOVE SPACES TO Dlog-line-text
                       MOVE "CLUSTER LOCK HELD - WAIT ATTEMPT"
                           TO Dlog-text-body
                       MOVE Lock-wait-attempts TO Dlog-rc-edited
                       MOVE Dlog-rc-edited TO Dlog-text-detail
                       PERFORM Write-driver-log
                       COMPUTE Lock-wait-hundredths =
                           Lock-wait-seconds * 100
                       CALL 'ILBOWAT0' USING Lock-wait-hundredths
                       PERFORM Read-cluster-lock
                   END-PERFORM
      * The override is spent once this batch has claimed, so the
      * read that proves the claim cannot take it for a stale lock
                   IF Lock-is-free
                     ACCEPT Lock-claim-date FROM DATE YYYYMMDD
                     ACCEPT Lock-claim-time FROM TIME
                     PERFORM Write-cluster-lock
                     MOVE SPACES TO Lock-override-job
                     PERFORM Read-cluster-lock
                   END-IF
                   EVALUATE TRUE
                       WHEN Lock-unavailable
                           CONTINUE
                       WHEN LOCK-IS-HELD
                           AND LOCK-JOB-NAME EQUAL Lock-batch-job
                           AND LOCK-START-DATE EQUAL Lock-claim-date
                           AND LOCK-START-TIME EQUAL Lock-claim-time
                           MOVE "Y" TO Lock-hold-flag
                           MOVE "DF0018I" TO Dlog-message-id
                           MOVE SPACES TO Dlog-line-text
                           MOVE "CLUSTER LOCK CLAIMED BY JOB"
                               TO Dlog-text-body
                           MOVE Lock-batch-job TO Dlog-text-detail
                           PERFORM Write-driver-log
                       WHEN OTHER
                           MOVE "R" TO Lock-hold-flag
                           MOVE "N" TO Lock-grant-flag
                   END-EVALUATE
           END-EVALUATE.
        Claim-cluster-lock-EXIT.
           EXIT.

      * ***************************************************
      * Utility method reading the lock and deciding whether it is
      * free to claim - free when empty or released, and free when it
      * is held by the job the operator named on the override, which
      * is how a lock stranded by an abended batch is broken - the
      * rerun of that batch usually runs under the same job name, so
      * the override may name this batch's own job.  With no lock
      * dataset at all the batch is warned and runs unguarded
      * ***************************************************
        Read-cluster-lock.
           MOVE "N" TO Lock-free-flag
           OPEN INPUT CLUSTER-LOCK-FILE
           IF NOT cluslockfile-success
             MOVE "DF0016W" TO Dlog-message-id
             MOVE SPACES TO Dlog-line-text
             MOVE "OPEN FAILED DD CLUSLOCK STATUS"
                 TO Dlog-text-body
             MOVE CLUSLOCK-FILE-STATUS TO Dlog-text-detail
             PERFORM Write-driver-log
             MOVE "U" TO Lock-hold-flag
           ELSE
             READ CLUSTER-LOCK-FILE
                 AT END
                     MOVE SPACES TO CLUSTER-LOCK-RECORD
             END-READ
             CLOSE CLUSTER-LOCK-FILE
             IF LOCK-IS-HELD
               MOVE LOCK-JOB-NAME TO Lock-holder-job
               IF Lock-override-job NOT EQUAL SPACES
                   AND LOCK-JOB-NAME EQUAL Lock-override-job
                 MOVE "DF0019W" TO Dlog-message-id
                 MOVE SPACES TO Dlog-line-text
                 MOVE "STALE CLUSTER LOCK OVERRIDDEN - JOB"
                     TO Dlog-text-body
                 MOVE LOCK-JOB-NAME TO Dlog-text-detail
                 PERFORM Write-driver-log
                 MOVE SPACES TO Lock-override-job
                 MOVE "Y" TO Lock-free-flag
               END-IF
             ELSE
               MOVE "Y" TO Lock-free-flag
             END-IF
           END-IF.
        Read-cluster-lock-EXIT.
           EXIT.

      * ***************************************************
      * Utility method writing this batch's lock record - HELD, with
      * the job, the claim time and the step now running
      * ***************************************************
        Write-cluster-lock.
           OPEN OUTPUT CLUSTER-LOCK-FILE
           IF cluslockfile-success
             MOVE SPACES TO CLUSTER-LOCK-RECORD
             MOVE "HELD" TO LOCK-STATE
             MOVE Lock-batch-job TO LOCK-JOB-NAME
             MOVE Lock-claim-date TO LOCK-START-DATE
             MOVE Lock-claim-time TO LOCK-START-TIME
             MOVE Current-step-number TO LOCK-STEP-NUMBER
             MOVE BATCH-ACTION TO LOCK-ACTION
             WRITE CLUSTER-LOCK-RECORD
             CLOSE CLUSTER-LOCK-FILE
           END-IF.
        Write-cluster-lock-EXIT.
           EXIT.

      * ***************************************************
      * Utility method giving the lock back at end of batch - the
      * record is kept under FREE so the last holder can still be seen
      * ***************************************************
        Release-cluster-lock.
           OPEN OUTPUT CLUSTER-LOCK-FILE
           IF cluslockfile-success
             MOVE SPACES TO CLUSTER-LOCK-RECORD
             MOVE "FREE" TO LOCK-STATE
             MOVE Lock-batch-job TO LOCK-JOB-NAME
             MOVE Lock-claim-date TO LOCK-START-DATE
             MOVE Lock-claim-time TO LOCK-START-TIME
             MOVE Current-step-number TO LOCK-STEP-NUMBER
             MOVE SPACES TO LOCK-ACTION
             WRITE CLUSTER-LOCK-RECORD
             CLOSE CLUSTER-LOCK-FILE
           END-IF
           MOVE "N" TO Lock-hold-flag
           MOVE "DF0020I" TO Dlog-message-id
           MOVE SPACES TO Dlog-line-text
           MOVE "CLUSTER LOCK RELEASED BY JOB" TO Dlog-text-body
           MOVE Lock-batch-job TO Dlog-text-detail
           PERFORM Write-driver-log.
        Release-cluster-lock-EXIT.
           EXIT.

      * ***************************************************
      * Utility method failing a step refused the cluster lock - the
      * step is not run, the failure is latched for the JCL COND, and
      * the journal outcome keeps a rerun from skipping past it
      * ***************************************************
        Fail-cluster-locked.
           MOVE 36 TO RETURN-CODE
           MOVE "LOCKHELD" TO PARM-REASON-CODE
           PERFORM Latch-batch-failure
           IF Journaling-steps
             MOVE Current-step-number TO JRNL-STEP-NUMBER
             MOVE BATCH-ACTION TO JRNL-ACTION
             MOVE "LOCKED" TO JRNL-OUTCOME
             MOVE RETURN-CODE TO JRNL-RETURN-CODE
             WRITE STEP-JOURNAL-RECORD
           END-IF
           MOVE "LOCKED" TO Bal-entry-outcome
           MOVE RETURN-CODE TO Bal-entry-rc
           MOVE "N" TO Bal-step-ran
           PERFORM Record-step-balance
           MOVE "DF0021E" TO Dlog-message-id
           MOVE SPACES TO Dlog-line-text
           MOVE "STEP REFUSED - CLUSTER LOCKED BY JOB"
               TO Dlog-text-body
           MOVE Lock-holder-job TO Dlog-text-detail
           PERFORM Write-driver-log.
        Fail-cluster-locked-EXIT.
           EXIT.

      * ***************************************************
      * Utility method writing the staged message to the shared run
      * log, stamped the same way FSD stamps its own.  The log is held
      * Utility method capturing the step just decided into the
      * balancing table - counters from the response area when the
      * step called FSD, zeros when the batch moved past it.  The
      * outcome and return code were placed by the caller.  A MULTIOUT
      * step that served its outputs goes on the sheet as the separate
      * steps it stands in for - one entry per output, under the same
      * step number, with that output's own outcome and counters
      * ***************************************************
        Record-step-balance.
           MOVE "N" TO Bal-multi-flag
           IF BATCH-ACTION EQUAL DO-MULTI-DATASET
               AND Bal-step-called-fsd
             PERFORM VARYING Bal-multi-index FROM 1 BY 1
                     UNTIL Bal-multi-index > 6
                 IF PARM-MULTI-ACTION(Bal-multi-index) NOT EQUAL SPACES
                   MOVE "Y" TO Bal-multi-flag
                 END-IF
             END-PERFORM
           END-IF
           IF Bal-multi-step
             PERFORM VARYING Bal-multi-index FROM 1 BY 1
                     UNTIL Bal-multi-index > 6
                 IF PARM-MULTI-ACTION(Bal-multi-index) NOT EQUAL SPACES
                   PERFORM Record-multi-balance
                 END-IF
             END-PERFORM
           ELSE
             PERFORM Record-single-balance
           END-IF.
        Record-step-balance-EXIT.
           EXIT.

        Record-single-balance.
           IF Step-entry-count >= 100
             MOVE "Y" TO Balance-table-flag
           ELSE
                   TO Step-entry-split-4(Step-entry-count)
               MOVE PARM-ADJUST-DELTA
                   TO Step-entry-delta(Step-entry-count)
               MOVE PARM-GL-ENTRY-COUNT
                   TO Step-entry-gl-entries(Step-entry-count)
               MOVE PARM-GL-DEBIT-TOTAL
                   TO Step-entry-gl-debits(Step-entry-count)
               MOVE PARM-GL-CREDIT-TOTAL
                   TO Step-entry-gl-credits(Step-entry-count)
               MOVE PARM-POSTED-COUNT
                   TO Step-entry-posted(Step-entry-count)
               MOVE PARM-POST-SKIPPED-COUNT
                   TO Step-entry-post-skipped(Step-entry-count)
               MOVE PARM-POST-FAILED-COUNT
                   TO Step-entry-post-failed(Step-entry-count)
               MOVE PARM-LEGAL-HELD-COUNT
                   TO Step-entry-held(Step-entry-count)
             ELSE
               MOVE 0 TO Step-entry-reads(Step-entry-count)
               MOVE 0 TO Step-entry-writes(Step-entry-count)
               MOVE 0 TO Step-entry-split-3(Step-entry-count)
               MOVE 0 TO Step-entry-split-4(Step-entry-count)
               MOVE 0 TO Step-entry-delta(Step-entry-count)
               MOVE 0 TO Step-entry-gl-entries(Step-entry-count)
               MOVE 0 TO Step-entry-gl-debits(Step-entry-count)
               MOVE 0 TO Step-entry-gl-credits(Step-entry-count)
               MOVE 0 TO Step-entry-posted(Step-entry-count)
               MOVE 0 TO Step-entry-post-skipped(Step-entry-count)
               MOVE 0 TO Step-entry-post-failed(Step-entry-count)
               MOVE 0 TO Step-entry-held(Step-entry-count)
             END-IF
           END-IF.
        Record-single-balance-EXIT.
           EXIT.

      * ***************************************************
      * Utility method capturing one output of a MULTIOUT step - its
      * reads and writes as that output's own step would have shown
      * them, and SPLIT's per-dataset counts on SPLIT's entry
      * ***************************************************
        Record-multi-balance.
           IF Step-entry-count >= 100
             MOVE "Y" TO Balance-table-flag
           ELSE
             ADD 1 TO Step-entry-count
             MOVE Current-step-number
                 TO Step-entry-number(Step-entry-count)
             MOVE PARM-MULTI-ACTION(Bal-multi-index)
                 TO Step-entry-action(Step-entry-count)
             IF PARM-MULTI-RETURN-CODE(Bal-multi-index) EQUAL 0
               MOVE "OK" TO Step-entry-outcome(Step-entry-count)
             ELSE
               MOVE "FAILED" TO Step-entry-outcome(Step-entry-count)
             END-IF
             MOVE PARM-MULTI-RETURN-CODE(Bal-multi-index)
                 TO Step-entry-rc(Step-entry-count)
             MOVE PARM-MULTI-READ-COUNT(Bal-multi-index)
                 TO Step-entry-reads(Step-entry-count)
             MOVE PARM-MULTI-WRITTEN-COUNT(Bal-multi-index)
                 TO Step-entry-writes(Step-entry-count)
             MOVE 0 TO Step-entry-rejects(Step-entry-count)
             MOVE 0 TO Step-entry-adds(Step-entry-count)
             MOVE 0 TO Step-entry-changes(Step-entry-count)
             MOVE 0 TO Step-entry-deletes(Step-entry-count)
             MOVE 0 TO Step-entry-failed(Step-entry-count)
             MOVE 0 TO Step-entry-archived(Step-entry-count)
             MOVE 0 TO Step-entry-retained(Step-entry-count)
             IF PARM-MULTI-ACTION(Bal-multi-index)
                 EQUAL DO-SPLIT-DATASET
               MOVE PARM-SPLIT-COUNT-1
                   TO Step-entry-split-1(Step-entry-count)
               MOVE PARM-SPLIT-COUNT-2
                   TO Step-entry-split-2(Step-entry-count)
               MOVE PARM-SPLIT-COUNT-3
                   TO Step-entry-split-3(Step-entry-count)
               MOVE PARM-SPLIT-COUNT-4
                   TO Step-entry-split-4(Step-entry-count)
             ELSE
               MOVE 0 TO Step-entry-split-1(Step-entry-count)
               MOVE 0 TO Step-entry-split-2(Step-entry-count)
               MOVE 0 TO Step-entry-split-3(Step-entry-count)
               MOVE 0 TO Step-entry-split-4(Step-entry-count)
             END-IF
             MOVE 0 TO Step-entry-delta(Step-entry-count)
             MOVE 0 TO Step-entry-gl-entries(Step-entry-count)
             MOVE 0 TO Step-entry-gl-debits(Step-entry-count)
             MOVE 0 TO Step-entry-gl-credits(Step-entry-count)
             MOVE 0 TO Step-entry-posted(Step-entry-count)
             MOVE 0 TO Step-entry-post-skipped(Step-entry-count)
             MOVE 0 TO Step-entry-post-failed(Step-entry-count)
             MOVE 0 TO Step-entry-held(Step-entry-count)
           END-IF.
        Record-multi-balance-EXIT.
           EXIT.

      * ***************************************************
      * Utility method totalling the POST and PURGE steps already on
      * the balancing table into the night counters a SNAPSHOT step
      * keeps - a step this run moved past, as a completed step on a
      * restart, shows zeros on the sheet and adds nothing here
      * ***************************************************
        Total-night-counters.
           PERFORM VARYING Bal-night-index FROM 1 BY 1
                   UNTIL Bal-night-index > Step-entry-count
               IF Step-entry-action(Bal-night-index)
                   EQUAL DO-POST-DATASET
                 ADD Step-entry-posted(Bal-night-index)
                     TO PARM-NIGHT-POSTED-COUNT
                 ADD Step-entry-post-skipped(Bal-night-index)
                     TO PARM-NIGHT-POST-SKIPPED
                 ADD Step-entry-post-failed(Bal-night-index)
                     TO PARM-NIGHT-POST-FAILED
               END-IF
               IF Step-entry-action(Bal-night-index)
                   EQUAL DO-PURGE-DATASET
                 ADD Step-entry-archived(Bal-night-index)
                     TO PARM-NIGHT-ARCHIVED-COUNT
                 ADD Step-entry-retained(Bal-night-index)
                     TO PARM-NIGHT-RETAINED-COUNT
               END-IF
           END-PERFORM.
        Total-night-counters-EXIT.
           EXIT.

      * ***************************************************
      * Utility method printing the balancing sheet at end of batch -
      * the header, a line per step with its counters and cross-foot
      * verdict, the supplemental SPLIT, ADJUST and general-ledger
      * figures where a step has them, and the batch totals at the
      * bottom
      * ***************************************************
        Write-balance-report.
           MOVE 0 TO Bal-total-reads
           MOVE 0 TO Bal-total-writes
           MOVE 0 TO Bal-total-rejects
           MOVE 0 TO Bal-total-gl-entries
           MOVE 0 TO Bal-total-gl-debits
           MOVE 0 TO Bal-total-gl-credits
           MOVE 0 TO Bal-total-held
           MOVE SPACES TO BALANCE-REPORT-RECORD
           MOVE Balance-header-line TO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD
                   TO Bal-total-writes
               ADD Step-entry-rejects(Bal-report-index)
                   TO Bal-total-rejects
               ADD Step-entry-gl-entries(Bal-report-index)
                   TO Bal-total-gl-entries
               ADD Step-entry-gl-debits(Bal-report-index)
                   TO Bal-total-gl-debits
               ADD Step-entry-gl-credits(Bal-report-index)
                   TO Bal-total-gl-credits
               ADD Step-entry-held(Bal-report-index)
                   TO Bal-total-held
           END-PERFORM
           IF balancefile-success
             MOVE Bal-total-reads TO BAT-READS
             MOVE Balance-total-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF
      * The night's ledger feed in total, for proving against the
      * GL load's own control totals
           IF Bal-total-gl-entries > 0 AND balancefile-success
             MOVE Bal-total-gl-entries TO BAT-GL-ENTRIES
             MOVE Bal-total-gl-debits TO BAT-GL-DEBITS
             MOVE Bal-total-gl-credits TO BAT-GL-CREDITS
             MOVE SPACES TO BALANCE-REPORT-RECORD
             MOVE Balance-gl-total-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF
      * The night's refusals and retentions under legal hold in total
           IF Bal-total-held > 0 AND balancefile-success
             MOVE Bal-total-held TO BAT-HLD-COUNT
             MOVE SPACES TO BALANCE-REPORT-RECORD
             MOVE Balance-held-total-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF
           IF Balance-table-full AND balancefile-success
             MOVE SPACES TO BALANCE-REPORT-RECORD
             MOVE Balance-overflow-line TO BALANCE-REPORT-RECORD
      * cross-foot column carries an asterisk when the step's counters
      * do not reconcile: a SPLIT must write every record it read
      * (the four split counts plus the fall-through), and an APPLY's
      * reads must equal its adds, changes, deletes, failures and the
      * lines refused under legal hold
      * ***************************************************
        Write-balance-detail.
           MOVE Step-entry-number(Bal-report-index) TO BAL-STEP
                 + Step-entry-changes(Bal-report-index)
                 + Step-entry-deletes(Bal-report-index)
                 + Step-entry-failed(Bal-report-index)
                 + Step-entry-held(Bal-report-index)
             IF Bal-split-sum NOT EQUAL
                 Step-entry-reads(Bal-report-index)
               MOVE "*" TO BAL-XFOOT
             MOVE Balance-split-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF
      * A posting step's posted, skipped and failed masters - the
      * figures a cycle-end SNAPSHOT takes off the sheet
           COMPUTE Bal-split-sum =
               Step-entry-posted(Bal-report-index)
               + Step-entry-post-skipped(Bal-report-index)
               + Step-entry-post-failed(Bal-report-index)
           IF Bal-split-sum > 0 AND balancefile-success
             MOVE Step-entry-posted(Bal-report-index)
                 TO BAL-PST-POSTED
             MOVE Step-entry-post-skipped(Bal-report-index)
                 TO BAL-PST-SKIPPED
             MOVE Step-entry-post-failed(Bal-report-index)
                 TO BAL-PST-FAILED
             MOVE SPACES TO BALANCE-REPORT-RECORD
             MOVE Balance-post-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF
      * A step that honoured the legal hold list shows the rows or
      * accounts it kept back or refused because of it
           IF Step-entry-held(Bal-report-index) > 0
               AND balancefile-success
             MOVE Step-entry-held(Bal-report-index) TO BAL-HLD-COUNT
             MOVE SPACES TO BALANCE-REPORT-RECORD
             MOVE Balance-held-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF
           IF Step-entry-delta(Bal-report-index) NOT EQUAL 0
               AND balancefile-success
             MOVE Step-entry-delta(Bal-report-index) TO BAL-DELTA
             MOVE SPACES TO BALANCE-REPORT-RECORD
             MOVE Balance-delta-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF
      * A step that fed the general ledger shows the entries and the
      * debit and credit totals its batch carried, beside the counters
      * of what it did to the cluster - an asterisk marks a batch
      * whose two sides do not agree
           IF Step-entry-gl-entries(Bal-report-index) > 0
               AND balancefile-success
             MOVE Step-entry-gl-entries(Bal-report-index)
                 TO BAL-GL-ENTRIES
             MOVE Step-entry-gl-debits(Bal-report-index)
                 TO BAL-GL-DEBITS
             MOVE Step-entry-gl-credits(Bal-report-index)
                 TO BAL-GL-CREDITS
             MOVE SPACES TO BAL-GL-XFOOT
             IF Step-entry-gl-debits(Bal-report-index) NOT EQUAL
                 Step-entry-gl-credits(Bal-report-index)
               MOVE "*" TO BAL-GL-XFOOT
             END-IF
             MOVE SPACES TO BALANCE-REPORT-RECORD
             MOVE Balance-gl-line TO BALANCE-REPORT-RECORD
             WRITE BALANCE-REPORT-RECORD
           END-IF.
        Write-balance-detail-EXIT.
           EXIT.
        Journal-skipped-step-EXIT.
           EXIT.

      * ***************************************************
      * Utility method loading the expected-duration table - no table
      * allocated simply means no step is held to a window.  Rows whose
      * figures are not numeric are passed over
      * ***************************************************
        Load-sla-table.
           MOVE 0 TO Sla-entry-count
           MOVE "N" TO Sla-table-flag
           OPEN INPUT SLA-TABLE-FILE
           IF slatablefile-success
             PERFORM UNTIL At-slatable-eof
                     OR NOT slatablefile-success
                 READ SLA-TABLE-FILE
                     AT END
                         MOVE "1" TO Slatable-eof
                 END-READ
                 IF NOT At-slatable-eof AND slatablefile-success
                   PERFORM Load-one-sla-row
                 END-IF
             END-PERFORM
             CLOSE SLA-TABLE-FILE
           END-IF.
        Load-sla-table-EXIT.
           EXIT.

      * ***************************************************
      * Utility method adding the SLA row just read to the table - a
      * blank step number is the action's default, the same as zeros
      * ***************************************************
        Load-one-sla-row.
           IF SLA-IN-STEP EQUAL SPACES
             MOVE "0000" TO SLA-IN-STEP
           END-IF
           IF SLA-IN-CRITICAL EQUAL SPACES
             MOVE "000000" TO SLA-IN-CRITICAL
           END-IF
           IF SLA-IN-ACTION NOT EQUAL SPACES
               AND SLA-IN-STEP NUMERIC
               AND SLA-IN-EXPECTED NUMERIC
               AND SLA-IN-CRITICAL NUMERIC
             IF Sla-entry-count < 200
               ADD 1 TO Sla-entry-count
               MOVE SLA-IN-ACTION TO Sla-action(Sla-entry-count)
               MOVE SLA-IN-STEP TO Sla-step(Sla-entry-count)
               MOVE SLA-IN-EXPECTED
                   TO Sla-expected-seconds(Sla-entry-count)
               MOVE SLA-IN-CRITICAL
                   TO Sla-critical-seconds(Sla-entry-count)
             ELSE
               IF NOT Sla-table-truncated
                 MOVE "DF0013W" TO Dlog-message-id
                 MOVE SPACES TO Dlog-line-text
                 MOVE "SLA TABLE TRUNCATED AT 200 ENTRIES"
                     TO Dlog-text-body
                 PERFORM Write-driver-log
               END-IF
               MOVE "Y" TO Sla-table-flag
             END-IF
           END-IF.
        Load-one-sla-row-EXIT.
           EXIT.

      * ***************************************************
      * Utility method finding the SLA row for Sla-lookup-action and
      * Sla-lookup-step - the step's own row when there is one, else
      * the action's default row, else zero
      * ***************************************************
        Find-sla-entry.
           MOVE 0 TO Sla-found-index
           MOVE 0 TO Sla-default-index
           PERFORM VARYING Sla-search-index FROM 1 BY 1
                   UNTIL Sla-search-index > Sla-entry-count
                   OR Sla-found-index > 0
               IF Sla-action(Sla-search-index) EQUAL Sla-lookup-action
                 IF Sla-step(Sla-search-index) EQUAL Sla-lookup-step
                   MOVE Sla-search-index TO Sla-found-index
                 END-IF
                 IF Sla-step(Sla-search-index) EQUAL 0
                     AND Sla-default-index = 0
                   MOVE Sla-search-index TO Sla-default-index
                 END-IF
               END-IF
           END-PERFORM
           IF Sla-found-index = 0
             MOVE Sla-default-index TO Sla-found-index
           END-IF.
        Find-sla-entry-EXIT.
           EXIT.

      * ***************************************************
      * Utility method measuring the step just run and holding it to
      * its window - past the expected seconds is a warning on RUNLOG,
      * past the critical seconds an error that is also echoed to the
      * console, so the operator hears about a long night while there
      * is still time to act.  The batch's return code is untouched:
      * a slow step is not a failed one
      * ***************************************************
        Check-step-duration.
           MOVE Step-start-time TO Sla-clock-time
           PERFORM Compute-clock-value
           MOVE Sla-clock-value TO Step-start-value
           MOVE Step-end-time TO Sla-clock-time
           PERFORM Compute-clock-value
           IF Sla-clock-value < Step-start-value
             ADD 8640000 TO Sla-clock-value
           END-IF
           COMPUTE Step-elapsed-hundredths =
               Sla-clock-value - Step-start-value
           COMPUTE Step-elapsed-seconds =
               Step-elapsed-hundredths / 100
           MOVE SPACE TO Sla-verdict
           MOVE BATCH-ACTION TO Sla-lookup-action
           MOVE Current-step-number TO Sla-lookup-step
           PERFORM Find-sla-entry
           IF Sla-found-index > 0
             IF Sla-critical-seconds(Sla-found-index) > 0
                 AND Step-elapsed-seconds
                     > Sla-critical-seconds(Sla-found-index)
               MOVE "C" TO Sla-verdict
             ELSE
               IF Sla-expected-seconds(Sla-found-index) > 0
                   AND Step-elapsed-seconds
                       > Sla-expected-seconds(Sla-found-index)
                 MOVE "W" TO Sla-verdict
               END-IF
             END-IF
           END-IF
           MOVE Step-elapsed-seconds TO Sla-seconds-edited
           IF Sla-over-critical
             MOVE "DF0012E" TO Dlog-message-id
             MOVE SPACES TO Dlog-line-text
             MOVE "STEP PAST CRITICAL DURATION - SECONDS"
                 TO Dlog-text-body
             MOVE Sla-seconds-edited TO Dlog-text-detail
             PERFORM Write-driver-log
           END-IF
           IF Sla-over-expected
             MOVE "DF0011W" TO Dlog-message-id
             MOVE SPACES TO Dlog-line-text
             MOVE "STEP PAST EXPECTED DURATION - SECONDS"
                 TO Dlog-text-body
             MOVE Sla-seconds-edited TO Dlog-text-detail
             PERFORM Write-driver-log
           END-IF.
        Check-step-duration-EXIT.
           EXIT.

      * ***************************************************
      * Utility method turning the HHMMSSCC clock reading staged in
      * Sla-clock-time into hundredths of a second since midnight
      * ***************************************************
        Compute-clock-value.
           COMPUTE Sla-clock-value =
               Sla-clock-hours * 360000
               + Sla-clock-minutes * 6000
               + Sla-clock-seconds * 100
               + Sla-clock-hundredths.
        Compute-clock-value-EXIT.
           EXIT.

      * ***************************************************
      * Utility method to open the step history for extend - like the
      * step journal, a failed open disables the history and the
      * trend report but never stops the batch
      * ***************************************************
        Open-step-history.
           OPEN EXTEND STEP-HISTORY-FILE
           IF stephistfile-success
             MOVE "Y" TO Step-history-active
           ELSE
             MOVE "DF0014W" TO Dlog-message-id
             MOVE SPACES TO Dlog-line-text
             MOVE "OPEN FAILED DD STEPHIST STATUS"
                 TO Dlog-text-body
             MOVE STEPHIST-FILE-STATUS TO Dlog-text-detail
             PERFORM Write-driver-log
             MOVE "N" TO Step-history-active
           END-IF.
        Open-step-history-EXIT.
           EXIT.

      * ***************************************************
      * Utility method appending the step just timed to the history,
      * with the record counts it handed back
      * ***************************************************
        Write-step-history.
           IF Recording-history
             MOVE Current-run-date TO HST-RUN-DATE
             MOVE Current-step-number TO HST-STEP-NUMBER
             MOVE BATCH-ACTION TO HST-ACTION
             MOVE Step-start-time TO HST-START-TIME
             MOVE Step-elapsed-seconds TO HST-ELAPSED-SECONDS
             MOVE Bal-entry-rc TO HST-RETURN-CODE
             MOVE PARM-IN-RECORDS-READ-COUNT TO HST-RECORDS-READ
             MOVE PARM-OUT-RECORDS-WRITTEN-COUNT
                 TO HST-RECORDS-WRITTEN
             MOVE PARM-REJECT-COUNT TO HST-REJECTS
             MOVE Sla-verdict TO HST-SLA-VERDICT
             MOVE SPACES TO STEP-HISTORY-RECORD(67:14)
             WRITE STEP-HISTORY-RECORD
           END-IF.
        Write-step-history-EXIT.
           EXIT.

      * ***************************************************
      * Utility method building the duration trend report from the
      * step history.  The first pass finds the last thirty nights on
      * file, the second lays each step's timing on those nights into
      * the table, and the report prints a line of figures per step -
      * the early and late averages are the older and newer halves of
      * the window, so a step creeping toward its window shows as
      * growth before it breaks it - followed by its nightly seconds
      * ***************************************************
        Write-sla-trend-report.
           MOVE 0 TO Trend-night-count
           MOVE 0 TO Trend-step-count
           MOVE "N" TO Trend-step-flag
           OPEN INPUT STEP-HISTORY-FILE
           IF stephistfile-success
             MOVE "0" TO Stephist-eof
             PERFORM UNTIL At-stephist-eof
                     OR NOT stephistfile-success
                 READ STEP-HISTORY-FILE
                     AT END
                         MOVE "1" TO Stephist-eof
                 END-READ
                 IF NOT At-stephist-eof AND stephistfile-success
                   PERFORM Note-trend-night
                 END-IF
             END-PERFORM
             CLOSE STEP-HISTORY-FILE
           END-IF
           OPEN INPUT STEP-HISTORY-FILE
           IF stephistfile-success
             MOVE "0" TO Stephist-eof
             PERFORM UNTIL At-stephist-eof
                     OR NOT stephistfile-success
                 READ STEP-HISTORY-FILE
                     AT END
                         MOVE "1" TO Stephist-eof
                 END-READ
                 IF NOT At-stephist-eof AND stephistfile-success
                   PERFORM Note-trend-step
                 END-IF
             END-PERFORM
             CLOSE STEP-HISTORY-FILE
           END-IF
           OPEN OUTPUT SLA-TREND-FILE
           IF NOT slarptfile-success
             MOVE "DF0015W" TO Dlog-message-id
             MOVE SPACES TO Dlog-line-text
             MOVE "OPEN FAILED DD SLARPT STATUS"
                 TO Dlog-text-body
             MOVE SLARPT-FILE-STATUS TO Dlog-text-detail
             PERFORM Write-driver-log
           ELSE
             MOVE SPACES TO TRH-FIRST-DATE
             MOVE SPACES TO TRH-LAST-DATE
             IF Trend-night-count > 0
               MOVE Trend-night-date(1) TO TRH-FIRST-DATE
               MOVE Trend-night-date(Trend-night-count)
                   TO TRH-LAST-DATE
             END-IF
             MOVE Trend-night-count TO TRH-NIGHTS
             MOVE SPACES TO SLA-TREND-RECORD
             MOVE Trend-heading-line TO SLA-TREND-RECORD
             WRITE SLA-TREND-RECORD
             MOVE SPACES TO SLA-TREND-RECORD
             MOVE Trend-column-line TO SLA-TREND-RECORD
             WRITE SLA-TREND-RECORD
             PERFORM VARYING Trend-step-index FROM 1 BY 1
                     UNTIL Trend-step-index > Trend-step-count
                 PERFORM Write-trend-step
             END-PERFORM
             IF Trend-table-full
               MOVE SPACES TO SLA-TREND-RECORD
               MOVE Trend-overflow-line TO SLA-TREND-RECORD
               WRITE SLA-TREND-RECORD
             END-IF
             CLOSE SLA-TREND-FILE
           END-IF.
        Write-sla-trend-report-EXIT.
           EXIT.

      * ***************************************************
      * Utility method keeping the history record's run date in the
      * thirty-night window - the history is appended in date order,
      * so a date newer than the last one kept opens a new night and,
      * once thirty are held, pushes the oldest out
      * ***************************************************
        Note-trend-night.
           IF Trend-night-count = 0
             MOVE 1 TO Trend-night-count
             MOVE HST-RUN-DATE TO Trend-night-date(1)
           ELSE
             IF HST-RUN-DATE > Trend-night-date(Trend-night-count)
               IF Trend-night-count < 30
                 ADD 1 TO Trend-night-count
               ELSE
                 PERFORM VARYING Trend-shift-index FROM 1 BY 1
                         UNTIL Trend-shift-index > 29
                     MOVE Trend-night-date(Trend-shift-index + 1)
                         TO Trend-night-date(Trend-shift-index)
                 END-PERFORM
               END-IF
               MOVE HST-RUN-DATE
                   TO Trend-night-date(Trend-night-count)
             END-IF
           END-IF.
        Note-trend-night-EXIT.
           EXIT.

      * ***************************************************
      * Utility method laying the history record's timing into its
      * step's cell for its night - a record from outside the window
      * is passed over, and a step first met here gets a new entry
      * ***************************************************
        Note-trend-step.
           MOVE 0 TO Trend-night-found
           PERFORM VARYING Trend-night-index FROM 1 BY 1
                   UNTIL Trend-night-index > Trend-night-count
                   OR Trend-night-found > 0
               IF Trend-night-date(Trend-night-index)
                   EQUAL HST-RUN-DATE
                 MOVE Trend-night-index TO Trend-night-found
               END-IF
           END-PERFORM
           IF Trend-night-found > 0
             MOVE 0 TO Trend-step-found
             PERFORM VARYING Trend-step-index FROM 1 BY 1
                     UNTIL Trend-step-index > Trend-step-count
                     OR Trend-step-found > 0
                 IF Trend-step-number(Trend-step-index)
                     EQUAL HST-STEP-NUMBER
                     AND Trend-step-action(Trend-step-index)
                         EQUAL HST-ACTION
                   MOVE Trend-step-index TO Trend-step-found
                 END-IF
             END-PERFORM
             IF Trend-step-found = 0
               IF Trend-step-count < 100
                 ADD 1 TO Trend-step-count
                 MOVE Trend-step-count TO Trend-step-found
                 MOVE HST-STEP-NUMBER
                     TO Trend-step-number(Trend-step-found)
                 MOVE HST-ACTION TO Trend-step-action(Trend-step-found)
                 PERFORM VARYING Trend-cell-index FROM 1 BY 1
                         UNTIL Trend-cell-index > 30
                     MOVE 0 TO Trend-night-seconds(Trend-step-found,
                                                   Trend-cell-index)
                     MOVE "N" TO Trend-night-ran(Trend-step-found,
                                                 Trend-cell-index)
                 END-PERFORM
               ELSE
                 MOVE "Y" TO Trend-step-flag
               END-IF
             END-IF
             IF Trend-step-found > 0
               MOVE HST-ELAPSED-SECONDS
                   TO Trend-night-seconds(Trend-step-found,
                                          Trend-night-found)
               MOVE "Y" TO Trend-night-ran(Trend-step-found,
                                           Trend-night-found)
             END-IF
           END-IF.
        Note-trend-step-EXIT.
           EXIT.

      * ***************************************************
      * Utility method printing one step's trend - the figures line,
      * flagged with an asterisk when the latest night ran past the
      * expected seconds, then its nightly seconds two lines of
      * fifteen nights
      * ***************************************************
        Write-trend-step.
           MOVE 0 TO Trend-nights-ran
           MOVE 0 TO Trend-latest-seconds
           MOVE 0 TO Trend-total-seconds
           MOVE 999999 TO Trend-min-seconds
           MOVE 0 TO Trend-max-seconds
           MOVE 0 TO Trend-early-seconds
           MOVE 0 TO Trend-early-nights
           MOVE 0 TO Trend-late-seconds
           MOVE 0 TO Trend-late-nights
           PERFORM VARYING Trend-cell-index FROM 1 BY 1
                   UNTIL Trend-cell-index > Trend-night-count
               IF Trend-night-ran(Trend-step-index, Trend-cell-index)
                   EQUAL "Y"
                 PERFORM Fold-trend-night
               END-IF
           END-PERFORM
           IF Trend-nights-ran = 0
             MOVE 0 TO Trend-min-seconds
           END-IF
           MOVE Trend-step-number(Trend-step-index) TO TRD-STEP
           MOVE Trend-step-action(Trend-step-index) TO TRD-ACTION
           MOVE Trend-nights-ran TO TRD-NIGHTS
           MOVE Trend-latest-seconds TO TRD-LATEST
           MOVE 0 TO TRD-AVERAGE
           IF Trend-nights-ran > 0
             COMPUTE TRD-AVERAGE ROUNDED =
                 Trend-total-seconds / Trend-nights-ran
           END-IF
           MOVE Trend-min-seconds TO TRD-MINIMUM
           MOVE Trend-max-seconds TO TRD-MAXIMUM
           MOVE SPACES TO TRD-FLAG
           MOVE Trend-step-action(Trend-step-index)
               TO Sla-lookup-action
           MOVE Trend-step-number(Trend-step-index) TO Sla-lookup-step
           PERFORM Find-sla-entry
           IF Sla-found-index > 0
             MOVE Sla-expected-seconds(Sla-found-index)
                 TO TRD-EXPECTED
             IF Sla-expected-seconds(Sla-found-index) > 0
                 AND Trend-latest-seconds
                     > Sla-expected-seconds(Sla-found-index)
               MOVE "*" TO TRD-FLAG
             END-IF
           ELSE
             MOVE SPACES TO TRD-EXPECTED-CELL
           END-IF
           MOVE 0 TO Trend-early-average
           MOVE 0 TO Trend-late-average
           MOVE 0 TO Trend-growth-percent
           IF Trend-early-nights > 0
             COMPUTE Trend-early-average ROUNDED =
                 Trend-early-seconds / Trend-early-nights
           END-IF
           IF Trend-late-nights > 0
             COMPUTE Trend-late-average ROUNDED =
                 Trend-late-seconds / Trend-late-nights
           END-IF
           IF Trend-early-average > 0
             COMPUTE Trend-growth-percent ROUNDED =
                 (Trend-late-average - Trend-early-average) * 100
                 / Trend-early-average
               ON SIZE ERROR
                 MOVE 99999.9 TO Trend-growth-percent
             END-COMPUTE
           END-IF
           MOVE Trend-early-average TO TRD-EARLY
           MOVE Trend-late-average TO TRD-LATE
           MOVE Trend-growth-percent TO TRD-GROWTH
           MOVE SPACES TO SLA-TREND-RECORD
           MOVE Trend-detail-line TO SLA-TREND-RECORD
           WRITE SLA-TREND-RECORD
           MOVE "01-15 " TO TRN-RANGE
           MOVE 0 TO Trend-shift-index
           PERFORM Write-trend-nights
           IF Trend-night-count > 15
             MOVE "16-30 " TO TRN-RANGE
             MOVE 15 TO Trend-shift-index
             PERFORM Write-trend-nights
           END-IF.
        Write-trend-step-EXIT.
           EXIT.

      * ***************************************************
      * Utility method folding one night the step ran into its figures
      * - the older half of the window feeds the early average, the
      * newer half the late one
      * ***************************************************
        Fold-trend-night.
           ADD 1 TO Trend-nights-ran
           MOVE Trend-night-seconds(Trend-step-index, Trend-cell-index)
               TO Trend-latest-seconds
           ADD Trend-latest-seconds TO Trend-total-seconds
           IF Trend-latest-seconds < Trend-min-seconds
             MOVE Trend-latest-seconds TO Trend-min-seconds
           END-IF
           IF Trend-latest-seconds > Trend-max-seconds
             MOVE Trend-latest-seconds TO Trend-max-seconds
           END-IF
           IF Trend-cell-index * 2 <= Trend-night-count
             ADD Trend-latest-seconds TO Trend-early-seconds
             ADD 1 TO Trend-early-nights
           ELSE
             ADD Trend-latest-seconds TO Trend-late-seconds
             ADD 1 TO Trend-late-nights
           END-IF.
        Fold-trend-night-EXIT.
           EXIT.

      * ***************************************************
      * Utility method printing fifteen of the step's nights, starting
      * after the night numbered in Trend-shift-index - a dot for a
      * night it did not run, blanks past the last night on file
      * ***************************************************
        Write-trend-nights.
           PERFORM VARYING Trend-cell-index FROM 1 BY 1
                   UNTIL Trend-cell-index > 15
               MOVE SPACES TO TRN-CELL(Trend-cell-index)
               COMPUTE Trend-night-index =
                   Trend-shift-index + Trend-cell-index
               IF Trend-night-index <= Trend-night-count
                 IF Trend-night-ran(Trend-step-index,
                                    Trend-night-index) EQUAL "Y"
                   MOVE Trend-night-seconds(Trend-step-index,
                                            Trend-night-index)
                       TO TRN-CELL-SECONDS(Trend-cell-index)
                 ELSE
                   MOVE "     ." TO TRN-CELL-TEXT(Trend-cell-index)
                 END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO SLA-TREND-RECORD
           MOVE Trend-nights-line TO SLA-TREND-RECORD
           WRITE SLA-TREND-RECORD.
        Write-trend-nights-EXIT.
           EXIT.

      * ***************************************************
      * Utility method to remember the first failing FSD call's
      * RETURN-CODE and PARM-OPEN-FAILURE, so a later call in the same
