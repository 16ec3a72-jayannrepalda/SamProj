               Organization is sequential
               Access mode is sequential
               File status is RUNLOG-FILE-STATUS.
           SELECT AGING-EXTRACT-FILE
               Assign to AGEOUT
               Organization is sequential
               Access mode is sequential
               File status is AGING-FILE-STATUS.
           SELECT AGING-INPUT-FILE
               Assign to AGEIN
               Organization is sequential
               Access mode is sequential
               File status is AGEIN-FILE-STATUS.
           SELECT RECOVERY-FILE
               Assign to RECOVOUT
               Organization is sequential
               Access mode is sequential
               File status is RECOVERY-FILE-STATUS.
           SELECT GL-MAP-FILE
               Assign to GLMAP
               Organization is sequential
               Access mode is sequential
               File status is GLMAP-FILE-STATUS.
           SELECT GL-INTERFACE-FILE
               Assign to GLOUT
               Organization is sequential
               Access mode is sequential
               File status is GLOUT-FILE-STATUS.
           SELECT LOCKBOX-FILE
               Assign to LOCKBOX
               Organization is sequential
               Access mode is sequential
               File status is LOCKBOX-FILE-STATUS.
           SELECT SUSPENSE-FILE
               Assign to SUSPENSE
               Organization is sequential
               Access mode is sequential
               File status is SUSPENSE-FILE-STATUS.
           SELECT DUPCHK-SORT-FILE
               Assign to DUPWORK.
           SELECT DUPCHK-REPORT-FILE
               Assign to DUPRPT
               Organization is sequential
               Access mode is sequential
               File status is DUPRPT-FILE-STATUS.
           SELECT REVERSE-INPUT-FILE
               Assign to REVIN
               Organization is sequential
               Access mode is sequential
               File status is REVIN-FILE-STATUS.
           SELECT PORTFOLIO-HISTORY-FILE
               Assign to PORTHIST
               Organization is INDEXED
               RECORD KEY IS PTH-CYCLE-DATE
               Access mode is DYNAMIC
               File status is PORTHIST-FILE-STATUS.
           SELECT PORTFOLIO-TREND-FILE
               Assign to PORTRPT
               Organization is sequential
               Access mode is sequential
               File status is PORTRPT-FILE-STATUS.
           SELECT BUREAU-MAP-FILE
               Assign to BURMAP
               Organization is sequential
               Access mode is sequential
               File status is BURMAP-FILE-STATUS.
           SELECT BUREAU-OUTPUT-FILE
               Assign to BUREAU
               Organization is sequential
               Access mode is sequential
               File status is BUREAU-FILE-STATUS.
           SELECT BUREAU-EXCEPTION-FILE
               Assign to BUREXC
               Organization is sequential
               Access mode is sequential
               File status is BUREXC-FILE-STATUS.
           SELECT SAMPLE-CERTIFICATE-FILE
               Assign to SAMPCERT
               Organization is sequential
               Access mode is sequential
               File status is SAMPCERT-FILE-STATUS.
           SELECT LEGAL-HOLD-FILE
               Assign to HOLDLIST
               Organization is sequential
               Access mode is sequential
               File status is HOLDLIST-FILE-STATUS.
           SELECT MULTI-SUMMARY-FILE
               Assign to MULTSUM
               Organization is sequential
               Access mode is sequential
               File status is MULTSUM-FILE-STATUS.
           SELECT MULTI-XCHECK-FILE
               Assign to MULTXCK
               Organization is sequential
               Access mode is sequential
               File status is MULTXCK-FILE-STATUS.
           SELECT MULTI-STATEMENT-FILE
               Assign to MULTSTM
               Organization is sequential
               Access mode is sequential
               File status is MULTSTM-FILE-STATUS.
           SELECT MULTI-VERIFY-FILE
               Assign to MULTVFY
               Organization is sequential
               Access mode is sequential
               File status is MULTVFY-FILE-STATUS.
           SELECT MULTI-CSV-FILE
               Assign to MULTCSV
               Organization is sequential
               Access mode is sequential
               File status is MULTCSV-FILE-STATUS.

       Data Division.
        File section.
               BY ==IN-REC-MASTER-DETAIL==
               ==PFX-LAST-POST-DATE==
               BY ==IN-REC-LAST-POST-DATE==
               ==PFX-LAST-PAY-DATE==
               BY ==IN-REC-LAST-PAY-DATE==
               ==PFX-LAST-PAY-SEQ==
               BY ==IN-REC-LAST-PAY-SEQ==
               ==PFX-TRANSACTION-DETAIL==
               BY ==IN-REC-TRANSACTION-DETAIL==
               ==PFX-TRAN-DATE== BY ==IN-REC-TRAN-DATE==
               ==PFX-TRAN-TYPE== BY ==IN-REC-TRAN-TYPE==
               ==PFX-TRAN-AMOUNT== BY ==IN-REC-TRAN-AMOUNT==
               ==PFX-TRAN-PARENT-ID==
               BY ==IN-REC-TRAN-PARENT-ID==
               ==PFX-TRAN-REVERSED-ID==
               BY ==IN-REC-TRAN-REVERSED-ID==
               ==PFX-HISTORY-RECORD==
               BY ==IN-REC-HISTORY-RECORD==
               ==PFX-HISTORY-DETAIL==
               BY ==IN-REC-HISTORY-DETAIL==
               ==PFX-HIST-CHANGE-DATE==
               BY ==IN-REC-HIST-CHANGE-DATE==
               ==PFX-HIST-OLD-STATUS==
               BY ==IN-REC-HIST-OLD-STATUS==
               ==PFX-HIST-NEW-STATUS==
               BY ==IN-REC-HIST-NEW-STATUS==
               ==PFX-HIST-ACTION== BY ==IN-REC-HIST-ACTION==
               ==PFX-HIST-PARENT-ID==
               BY ==IN-REC-HIST-PARENT-ID==
               ==PFX-HIST-STEP== BY ==IN-REC-HIST-STEP==.
      * Narrow view of IN-FILE-RECORD exposing just the alternate-index
      * field, addressable directly by the SELECT clause above
        01 IN-FILE-RECORD-ALTKEY REDEFINES IN-FILE-RECORD.
               BY ==IN-REC-2-MASTER-DETAIL==
               ==PFX-LAST-POST-DATE==
               BY ==IN-REC-2-LAST-POST-DATE==
               ==PFX-LAST-PAY-DATE==
               BY ==IN-REC-2-LAST-PAY-DATE==
               ==PFX-LAST-PAY-SEQ==
               BY ==IN-REC-2-LAST-PAY-SEQ==
               ==PFX-TRANSACTION-DETAIL==
               BY ==IN-REC-2-TRANSACTION-DETAIL==
               ==PFX-TRAN-DATE== BY ==IN-REC-2-TRAN-DATE==
               ==PFX-TRAN-TYPE== BY ==IN-REC-2-TRAN-TYPE==
               ==PFX-TRAN-AMOUNT== BY ==IN-REC-2-TRAN-AMOUNT==
               ==PFX-TRAN-PARENT-ID==
               BY ==IN-REC-2-TRAN-PARENT-ID==
               ==PFX-TRAN-REVERSED-ID==
               BY ==IN-REC-2-TRAN-REVERSED-ID==
               ==PFX-HISTORY-RECORD==
               BY ==IN-REC-2-HISTORY-RECORD==
               ==PFX-HISTORY-DETAIL==
               BY ==IN-REC-2-HISTORY-DETAIL==
               ==PFX-HIST-CHANGE-DATE==
               BY ==IN-REC-2-HIST-CHANGE-DATE==
               ==PFX-HIST-OLD-STATUS==
               BY ==IN-REC-2-HIST-OLD-STATUS==
               ==PFX-HIST-NEW-STATUS==
               BY ==IN-REC-2-HIST-NEW-STATUS==
               ==PFX-HIST-ACTION== BY ==IN-REC-2-HIST-ACTION==
               ==PFX-HIST-PARENT-ID==
               BY ==IN-REC-2-HIST-PARENT-ID==
               ==PFX-HIST-STEP== BY ==IN-REC-2-HIST-STEP==.
        FD OUT-INTERNAL-FILE
             label records are standard
             recording mode is F
               BY ==OUT-REC-MASTER-DETAIL==
               ==PFX-LAST-POST-DATE==
               BY ==OUT-REC-LAST-POST-DATE==
               ==PFX-LAST-PAY-DATE==
               BY ==OUT-REC-LAST-PAY-DATE==
               ==PFX-LAST-PAY-SEQ==
               BY ==OUT-REC-LAST-PAY-SEQ==
               ==PFX-TRANSACTION-DETAIL==
               BY ==OUT-REC-TRANSACTION-DETAIL==
               ==PFX-TRAN-DATE== BY ==OUT-REC-TRAN-DATE==
               ==PFX-TRAN-TYPE== BY ==OUT-REC-TRAN-TYPE==
               ==PFX-TRAN-AMOUNT== BY ==OUT-REC-TRAN-AMOUNT==
               ==PFX-TRAN-PARENT-ID==
               BY ==OUT-REC-TRAN-PARENT-ID==
               ==PFX-TRAN-REVERSED-ID==
               BY ==OUT-REC-TRAN-REVERSED-ID==
               ==PFX-HISTORY-RECORD==
               BY ==OUT-REC-HISTORY-RECORD==
               ==PFX-HISTORY-DETAIL==
               BY ==OUT-REC-HISTORY-DETAIL==
               ==PFX-HIST-CHANGE-DATE==
               BY ==OUT-REC-HIST-CHANGE-DATE==
               ==PFX-HIST-OLD-STATUS==
               BY ==OUT-REC-HIST-OLD-STATUS==
               ==PFX-HIST-NEW-STATUS==
               BY ==OUT-REC-HIST-NEW-STATUS==
               ==PFX-HIST-ACTION== BY ==OUT-REC-HIST-ACTION==
               ==PFX-HIST-PARENT-ID==
               BY ==OUT-REC-HIST-PARENT-ID==
               ==PFX-HIST-STEP== BY ==OUT-REC-HIST-STEP==.
        FD RESTART-CONTROL-FILE
             record contains 80 characters
             data record is RESTART-CONTROL-RECORD.
             05 RLOG-REASON PIC X(8).
             05 FILLER PIC X(1).
             05 RLOG-TEXT PIC X(50).
      * The AGING extract - one row per aged account carrying its
      * status, days past due and the balance spread across the five
      * aging buckets, in signed zoned form so a later step can read
      * the amounts back without editing them
        FD AGING-EXTRACT-FILE
             record contains 100 characters
             data record is AGING-EXTRACT-RECORD.
        01 AGING-EXTRACT-RECORD.
             05 AGX-ACCOUNT-ID PIC X(8).
             05 AGX-CYCLE-DATE PIC X(8).
             05 AGX-STATUS-CODE PIC X(2).
             05 AGX-DAYS-PAST-DUE PIC 9(5).
             05 AGX-BALANCE PIC S9(9)V99.
             05 AGX-BUCKET-AMOUNT PIC S9(9)V99 OCCURS 5 TIMES.
             05 FILLER PIC X(11).
      * The trailer that closes the extract - high values where the
      * account id goes, the count and balance of the rows ahead of
      * it, and Y when the extract holds every account on file
        01 AGING-EXTRACT-TRAILER.
             05 AGX-TRAILER-ID PIC X(8).
             05 AGX-TRAILER-DATE PIC X(8).
             05 AGX-TRAILER-COUNT PIC 9(9).
             05 AGX-TRAILER-BALANCE PIC S9(13)V99.
             05 AGX-TRAILER-COMPLETE PIC X(1).
             05 FILLER PIC X(59).
      * An AGING extract being read back by CHARGEOFF - the same
      * layout AGING wrote to AGEOUT, trailer and all
        FD AGING-INPUT-FILE
             record contains 100 characters
             data record is AGING-INPUT-RECORD.
        01 AGING-INPUT-RECORD.
             05 AGI-ACCOUNT-ID PIC X(8).
             05 AGI-CYCLE-DATE PIC X(8).
             05 AGI-STATUS-CODE PIC X(2).
             05 AGI-DAYS-PAST-DUE PIC 9(5).
             05 AGI-BALANCE PIC S9(9)V99.
             05 AGI-BUCKET-AMOUNT PIC S9(9)V99 OCCURS 5 TIMES.
             05 FILLER PIC X(11).
        01 AGING-INPUT-TRAILER.
             05 AGI-TRAILER-ID PIC X(8).
             05 AGI-TRAILER-DATE PIC X(8).
             05 AGI-TRAILER-COUNT PIC 9(9).
             05 AGI-TRAILER-BALANCE PIC S9(13)V99.
             05 AGI-TRAILER-COMPLETE PIC X(1).
             05 FILLER PIC X(59).
      * One recovery placement per charged-off account for the outside
      * collection agency - the amount written off, the status and
      * days past due it was written off from, and the key of the CO
      * row that carries the write-off on the cluster
        FD RECOVERY-FILE
             record contains 80 characters
             data record is RECOVERY-RECORD.
        01 RECOVERY-RECORD.
             05 RCV-ACCOUNT-ID PIC X(8).
             05 RCV-CHARGEOFF-DATE PIC X(8).
             05 RCV-CHARGEOFF-AMOUNT PIC S9(9)V99.
             05 RCV-PRIOR-STATUS PIC X(2).
             05 RCV-DAYS-PAST-DUE PIC 9(5).
             05 RCV-EFFECTIVE-DATE PIC X(8).
             05 RCV-LAST-POST-DATE PIC X(8).
             05 RCV-TRAN-KEY PIC X(8).
             05 FILLER PIC X(22).
      * One general-ledger mapping rule per record: the transaction
      * type and status code of a money movement (a blank status
      * serves every status) and the ledger accounts it posts to.  The
      * accounts are the ones an increase in what the customer owes
      * debits and credits - a decrease posts the same two accounts
      * the other way round.  First matching rule wins, so specific
      * status rules go ahead of the blank-status catch-all
        FD GL-MAP-FILE
             record contains 80 characters
             data record is GL-MAP-RECORD.
        01 GL-MAP-RECORD.
             05 GLM-TRAN-TYPE PIC X(2).
             05 GLM-STATUS-CODE PIC X(2).
             05 GLM-DEBIT-ACCOUNT PIC X(10).
             05 GLM-CREDIT-ACCOUNT PIC X(10).
             05 FILLER PIC X(56).
      * The general-ledger interface dataset - one batch per step that
      * moved money, a header naming the step, a balanced debit and
      * credit entry per movement sharing one pair number, and a
      * trailer carrying the entry count and the debit and credit
      * totals the ledger load proves the batch against.  Opened for
      * extend, so the night's steps accumulate into one feed
        FD GL-INTERFACE-FILE
             record contains 100 characters
             data record is GL-INTERFACE-RECORD.
        01 GL-INTERFACE-RECORD.
             05 GL-RECORD-TYPE PIC X(3).
             05 GL-RECORD-BODY PIC X(97).
             05 GL-HEADER-BODY REDEFINES GL-RECORD-BODY.
                10 GLH-RUN-DATE PIC X(8).
                10 GLH-ACTION PIC X(8).
                10 GLH-STEP PIC 9(4).
                10 GLH-SOURCE PIC X(44).
                10 FILLER PIC X(33).
             05 GL-DETAIL-BODY REDEFINES GL-RECORD-BODY.
                10 GLD-ENTRY-DATE PIC X(8).
                10 GLD-GL-ACCOUNT PIC X(10).
                10 GLD-DEBIT-CREDIT PIC X(1).
                10 GLD-AMOUNT PIC 9(11)V99.
                10 GLD-TRAN-TYPE PIC X(2).
                10 GLD-STATUS-CODE PIC X(2).
                10 GLD-ACCOUNT-ID PIC X(8).
                10 GLD-ACTION PIC X(8).
                10 GLD-STEP PIC 9(4).
                10 GLD-PAIR-NUMBER PIC 9(7).
                10 FILLER PIC X(34).
             05 GL-TRAILER-BODY REDEFINES GL-RECORD-BODY.
                10 GLT-ENTRY-COUNT PIC 9(9).
                10 GLT-DEBIT-TOTAL PIC 9(13)V99.
                10 GLT-CREDIT-TOTAL PIC 9(13)V99.
                10 GLT-UNMAPPED-COUNT PIC 9(9).
                10 FILLER PIC X(49).
      * One payment per record from the bank's lockbox transmission -
      * the account the remittance names, the deposit date and the
      * bank's item sequence within it, the amount paid, and the check
      * number Cash Ops traces an item by.  The bank sends the items in
      * deposit date and item sequence order
        FD LOCKBOX-FILE
             record contains 80 characters
             data record is LOCKBOX-RECORD.
        01 LOCKBOX-RECORD.
             05 LBX-ACCOUNT-ID PIC X(8).
             05 LBX-DEPOSIT-DATE PIC X(8).
             05 LBX-ITEM-SEQ PIC X(6).
             05 LBX-AMOUNT PIC 9(9)V99.
             05 LBX-CHECK-NUMBER PIC X(10).
             05 FILLER PIC X(37).
      * A lockbox item PAYMENT could not apply - the item as the bank
      * sent it, a four-byte reason code, and the status and balance
      * of the master it matched (blank and zero when it matched
      * none), so Cash Ops can work the item without a lookup
        FD SUSPENSE-FILE
             record contains 100 characters
             data record is SUSPENSE-RECORD.
        01 SUSPENSE-RECORD.
             05 SUS-LOCKBOX-ITEM PIC X(80).
             05 SUS-REASON-CODE PIC X(4).
             05 SUS-MASTER-STATUS PIC X(2).
             05 SUS-MASTER-BALANCE PIC S9(9)V99.
             05 FILLER PIC X(3).
      * The DUPCHK suspect report - one line for every row of a group
      * of transactions sharing a parent account, date, type and
      * amount, marking the row kept and the rows proposed for delete
        FD DUPCHK-REPORT-FILE
             record contains 80 characters
             data record is DUPCHK-REPORT-RECORD.
        01 DUPCHK-REPORT-RECORD.
             05 FILLER PIC X(80).
      * The accounts REVERSE is to waive the posting date's charges
      * for - one account id per card, as Customer Service lists them
        FD REVERSE-INPUT-FILE
             record contains 80 characters
             data record is REVERSE-INPUT-RECORD.
        01 REVERSE-INPUT-RECORD.
             05 RVI-ACCOUNT-ID PIC X(8).
             05 FILLER PIC X(72).
      * The portfolio history SNAPSHOT keeps - one row per cycle date,
      * laid out as Portfolio-snapshot in working storage.  A rerun of
      * the same cycle replaces that cycle's row
        FD PORTFOLIO-HISTORY-FILE
             record contains 640 characters
             data record is PORTFOLIO-HISTORY-RECORD.
        01 PORTFOLIO-HISTORY-RECORD.
             05 PTH-CYCLE-DATE PIC X(8).
             05 FILLER PIC X(632).
      * The SNAPSHOT trend report - the last 13 cycles side by side,
      * one line per figure, with the change and percent change since
      * the cycle before
        FD PORTFOLIO-TREND-FILE
             record contains 250 characters
             data record is PORTFOLIO-TREND-RECORD.
        01 PORTFOLIO-TREND-RECORD.
             05 FILLER PIC X(250).
      * The credit bureau table BUREAU reports from - a reporter row
      * (type R) naming the data furnisher the header carries, and a
      * row (type S) per status code giving the bureau's account
      * status for it.  A status with no row is not reported
        FD BUREAU-MAP-FILE
             record contains 80 characters
             data record is BUREAU-MAP-RECORD.
        01 BUREAU-MAP-RECORD.
             05 BMP-ROW-TYPE PIC X(1).
               88 BMP-REPORTER-ROW VALUE "R".
               88 BMP-STATUS-ROW VALUE "S".
             05 BMP-ROW-DETAIL PIC X(79).
             05 BMP-STATUS-DETAIL REDEFINES BMP-ROW-DETAIL.
               10 BMP-STATUS-CODE PIC X(2).
               10 BMP-BUREAU-STATUS PIC X(2).
               10 FILLER PIC X(75).
             05 BMP-REPORTER-DETAIL REDEFINES BMP-ROW-DETAIL.
               10 BMP-REPORTER-ID PIC X(10).
               10 BMP-REPORTER-NAME PIC X(30).
               10 FILLER PIC X(39).
      * The monthly credit bureau file - a header segment naming the
      * furnisher and the activity date, a base segment per reported
      * account, and a trailer segment carrying the base segment
      * count, the segment count and the balance total
        FD BUREAU-OUTPUT-FILE
             record contains 100 characters
             data record is BUREAU-SEGMENT.
        01 BUREAU-SEGMENT.
             05 BRS-SEGMENT-ID PIC X(4).
             05 BRS-SEGMENT-DATA PIC X(96).
        01 BUREAU-HEADER-SEGMENT.
             05 BRH-SEGMENT-ID PIC X(4).
             05 BRH-REPORTER-ID PIC X(10).
             05 BRH-REPORTER-NAME PIC X(30).
             05 BRH-ACTIVITY-DATE PIC X(8).
             05 BRH-CREATED-DATE PIC X(8).
             05 FILLER PIC X(40).
        01 BUREAU-BASE-SEGMENT.
             05 BRB-SEGMENT-ID PIC X(4).
             05 BRB-ACCOUNT-ID PIC X(8).
             05 BRB-ACCOUNT-STATUS PIC X(2).
             05 BRB-STATUS-CODE PIC X(2).
             05 BRB-DATE-OPENED PIC X(8).
             05 BRB-LAST-PAY-DATE PIC X(8).
             05 BRB-CURRENT-BALANCE PIC 9(9)V99.
             05 BRB-ACTIVITY-DATE PIC X(8).
             05 FILLER PIC X(49).
        01 BUREAU-TRAILER-SEGMENT.
             05 BRT-SEGMENT-ID PIC X(4).
             05 BRT-BASE-COUNT PIC 9(9).
             05 BRT-SEGMENT-COUNT PIC 9(9).
             05 BRT-BALANCE-TOTAL PIC 9(13)V99.
             05 BRT-ACTIVITY-DATE PIC X(8).
             05 FILLER PIC X(55).
      * The accounts BUREAU could not report, each with its reason,
      * closed by the control totals the trailer is proved against
        FD BUREAU-EXCEPTION-FILE
             record contains 80 characters
             data record is BUREAU-EXCEPTION-RECORD.
        01 BUREAU-EXCEPTION-RECORD.
             05 FILLER PIC X(80).
      * The certificate an audit sample is drawn under - the seed,
      * the size asked for, and every stratum's population, balance
      * and number drawn, so the draw can be defended and repeated
        FD SAMPLE-CERTIFICATE-FILE
             record contains 80 characters
             data record is SAMPLE-CERTIFICATE-RECORD.
        01 SAMPLE-CERTIFICATE-RECORD.
             05 FILLER PIC X(80).
      * Legal's litigation hold list - the account under hold, the
      * kind of hold, and the date the hold lapses (blank while it
      * stands with no end date).  A hold runs through its expiry
        FD LEGAL-HOLD-FILE
             record contains 80 characters
             data record is LEGAL-HOLD-RECORD.
        01 LEGAL-HOLD-RECORD.
             05 LHL-ACCOUNT-ID PIC X(8).
             05 FILLER PIC X(1).
             05 LHL-HOLD-TYPE PIC X(4).
             05 FILLER PIC X(1).
             05 LHL-EXPIRY-DATE PIC X(8).
             05 FILLER PIC X(58).
      * The report datasets of a single-pass MULTIOUT step - each
      * read-only output the card asks for, other than SPLIT's, gets
      * a DD of its own, carrying exactly the lines its own step would
      * have written to SYSOUT.  SPLIT keeps SYSOUT and SPLIT01-04
        FD MULTI-SUMMARY-FILE
             record contains 88 characters
             data record is MULTI-SUMMARY-RECORD.
        01 MULTI-SUMMARY-RECORD.
             05 FILLER PIC X(88).
        FD MULTI-XCHECK-FILE
             record contains 88 characters
             data record is MULTI-XCHECK-RECORD.
        01 MULTI-XCHECK-RECORD.
             05 FILLER PIC X(88).
        FD MULTI-STATEMENT-FILE
             record contains 88 characters
             data record is MULTI-STATEMENT-RECORD.
        01 MULTI-STATEMENT-RECORD.
             05 FILLER PIC X(88).
        FD MULTI-VERIFY-FILE
             record contains 88 characters
             data record is MULTI-VERIFY-RECORD.
        01 MULTI-VERIFY-RECORD.
             05 FILLER PIC X(88).
        FD MULTI-CSV-FILE
             record contains 88 characters
             data record is MULTI-CSV-RECORD.
        01 MULTI-CSV-RECORD.
             05 FILLER PIC X(88).
      * Sort work file for the DUPCHK action - each transaction row
      * under the account it belongs to, so rows that could be the
      * same transaction sent twice sort together wherever their keys
      * put them on the cluster
        SD DUPCHK-SORT-FILE
             record contains 117 characters
             data record is DUPCHK-SORT-RECORD.
        01 DUPCHK-SORT-RECORD.
             05 DS-MATCH-FIELDS.
                10 DS-PARENT-ID PIC X(8).
                10 DS-TRAN-DATE PIC X(8).
                10 DS-TRAN-TYPE PIC X(2).
                10 DS-TRAN-AMOUNT PIC S9(9)V99.
             05 DS-RECORD-KEY PIC X(8).
             05 DS-RECORD-DATA PIC X(80).
      * Sort work file for the RESEQ action - the record mirrors the
      * business layout so any of its fields can serve as a sort key
        SD SORT-WORK-FILE
               BY ==SW-MASTER-DETAIL==
               ==PFX-LAST-POST-DATE==
               BY ==SW-LAST-POST-DATE==
               ==PFX-LAST-PAY-DATE==
               BY ==SW-LAST-PAY-DATE==
               ==PFX-LAST-PAY-SEQ==
               BY ==SW-LAST-PAY-SEQ==
               ==PFX-TRANSACTION-DETAIL==
               BY ==SW-TRANSACTION-DETAIL==
               ==PFX-TRAN-DATE== BY ==SW-TRAN-DATE==
               ==PFX-TRAN-TYPE== BY ==SW-TRAN-TYPE==
               ==PFX-TRAN-AMOUNT== BY ==SW-TRAN-AMOUNT==
               ==PFX-TRAN-PARENT-ID==
               BY ==SW-TRAN-PARENT-ID==
               ==PFX-TRAN-REVERSED-ID==
               BY ==SW-TRAN-REVERSED-ID==
               ==PFX-HISTORY-RECORD==
               BY ==SW-HISTORY-RECORD==
               ==PFX-HISTORY-DETAIL==
               BY ==SW-HISTORY-DETAIL==
               ==PFX-HIST-CHANGE-DATE==
               BY ==SW-HIST-CHANGE-DATE==
               ==PFX-HIST-OLD-STATUS==
               BY ==SW-HIST-OLD-STATUS==
               ==PFX-HIST-NEW-STATUS==
               BY ==SW-HIST-NEW-STATUS==
               ==PFX-HIST-ACTION== BY ==SW-HIST-ACTION==
               ==PFX-HIST-PARENT-ID==
               BY ==SW-HIST-PARENT-ID==
               ==PFX-HIST-STEP== BY ==SW-HIST-STEP==.
      *
      *
       Working-Storage Section.
            88 At-maint-eof value "1".
          05 RUNLOG-FILE-STATUS pic xx value "00".
            88 runlogfile-success value "00".
          05 AGING-FILE-STATUS pic xx value "00".
            88 agingfile-success value "00".
          05 AGEIN-FILE-STATUS pic xx value "00".
            88 ageinfile-success value "00".
          05 Agein-eof pic x value "0".
            88 At-agein-eof value "1".
          05 RECOVERY-FILE-STATUS pic xx value "00".
            88 recoveryfile-success value "00".
          05 GLMAP-FILE-STATUS pic xx value "00".
            88 glmapfile-success value "00".
          05 Glmap-eof pic x value "0".
            88 At-glmap-eof value "1".
          05 GLOUT-FILE-STATUS pic xx value "00".
            88 gloutfile-success value "00".
          05 LOCKBOX-FILE-STATUS pic xx value "00".
            88 lockboxfile-success value "00".
          05 Lockbox-eof pic x value "0".
            88 At-lockbox-eof value "1".
          05 SUSPENSE-FILE-STATUS pic xx value "00".
            88 suspensefile-success value "00".
          05 DUPRPT-FILE-STATUS pic xx value "00".
            88 duprptfile-success value "00".
          05 REVIN-FILE-STATUS pic xx value "00".
            88 revinfile-success value "00".
          05 Revin-eof pic x value "0".
            88 At-revin-eof value "1".
          05 PORTHIST-FILE-STATUS pic xx value "00".
            88 porthistfile-success value "00".
          05 Porthist-eof pic x value "0".
            88 At-porthist-eof value "1".
          05 Porthist-open-flag pic x value "N".
            88 Porthist-is-open value "Y".
          05 PORTRPT-FILE-STATUS pic xx value "00".
            88 portrptfile-success value "00".
          05 BURMAP-FILE-STATUS pic xx value "00".
            88 burmapfile-success value "00".
          05 Burmap-eof pic x value "0".
            88 At-burmap-eof value "1".
          05 BUREAU-FILE-STATUS pic xx value "00".
            88 bureaufile-success value "00".
          05 BUREXC-FILE-STATUS pic xx value "00".
            88 burexcfile-success value "00".
          05 SAMPCERT-FILE-STATUS pic xx value "00".
            88 sampcertfile-success value "00".
          05 HOLDLIST-FILE-STATUS pic xx value "00".
            88 holdlistfile-success value "00".
          05 Holdlist-eof pic x value "0".
            88 At-holdlist-eof value "1".
          05 MULTSUM-FILE-STATUS pic xx value "00".
            88 multsumfile-success value "00".
          05 MULTXCK-FILE-STATUS pic xx value "00".
            88 multxckfile-success value "00".
          05 MULTSTM-FILE-STATUS pic xx value "00".
            88 multstmfile-success value "00".
          05 MULTVFY-FILE-STATUS pic xx value "00".
            88 multvfyfile-success value "00".
          05 MULTCSV-FILE-STATUS pic xx value "00".
            88 multcsvfile-success value "00".
          05 Rate-eof pic x value "0".
            88 At-rate-eof value "1".
          05 Partner-eof pic x value "0".
      * The transaction type codes carried on type 02 detail rows
        01 Tran-type-edit.
          05 Tran-type-under-edit pic x(2).
            88 Valid-tran-type value "FE" "PY" "RV" "AJ" "CO".
      * The record type of the record just read, with the blank type
      * of a pre-type-code master row normalized to 01 so one test
      * serves old and new extracts alike
          05 Record-type-norm pic x(2).
            88 Norm-master-record value "01".
            88 Norm-transaction-record value "02".
            88 Norm-history-record value "03".
            88 Norm-known-record-type value "01" "02" "03".
      * Only this system cuts type 03 history rows, so a partner line
      * may only be a master or a transaction
            88 Norm-partner-record-type value "01" "02".
        01 Type-01-count Usage Comp pic 9(9) value 0.
        01 Type-02-count Usage Comp pic 9(9) value 0.
        01 Type-03-count Usage Comp pic 9(9) value 0.
        01 Type-other-count Usage Comp pic 9(9) value 0.
        01 Split-count-1 Usage Comp pic 9(9) value 0.
        01 Split-count-2 Usage Comp pic 9(9) value 0.
          05 Consol-slice-first-key pic x(8).
          05 Consol-slice-last-key pic x(8).
          05 Consol-prev-last-key pic x(8).
      * Work area for the CHARGEOFF action - the master being written
      * off, the balance and status it is written off from, and the
      * run's tallies.  The CO row's key is probed with POST's suffix
      * convention, so the row names its parent the same way
        01 Chargeoff-work-area.
          05 Chargeoff-amount pic S9(9)V99 value 0.
          05 Chargeoff-prior-status pic x(2).
        01 Chargeoff-count Usage Comp pic 9(9) value 0.
        01 Chargeoff-skipped-count Usage Comp pic 9(9) value 0.
        01 Chargeoff-failed-count Usage Comp pic 9(9) value 0.
        01 Chargeoff-total-amount pic S9(11)V99 value 0.
      * What CHARGEOF's proving read of the AGING extract found - the
      * data rows counted, and what the trailer said if it came last
        01 Agein-proof-area.
          05 Agein-row-count Usage Comp pic 9(9) value 0.
          05 Agein-trailer-count pic 9(9) value 0.
          05 Agein-trailer-complete pic x value "N".
          05 Agein-trailer-flag pic x value "N".
            88 Agein-trailer-last value "Y".
          05 Agein-proof-flag pic x value "N".
            88 Agein-proven value "Y".
      * Work area for the type 03 status-history row cut whenever an
      * action changes a master's status code.  The row cannot share a
      * posted row's keys, so it takes the master's key with the two
      * low-order bytes overlaid by the first free pair of lower-case
      * letters - still never a real all-numeric account id, never one
      * of POST's upper-case suffixes, and room for 676 changes among
      * the masters sharing the leading six bytes.  The row names its
      * master in the parent-id position the way a posted row does
        01 History-work-area.
          05 History-master-key pic x(8).
          05 History-old-status pic x(2).
          05 History-new-status pic x(2).
          05 History-change-date pic x(8).
          05 History-new-key pic x(8).
          05 History-key-flag pic x value "N".
            88 History-key-found value "Y".
          05 History-probe-index Usage Comp pic 9(4) value 0.
          05 History-probe-high Usage Comp pic 9(4) value 0.
          05 History-probe-low Usage Comp pic 9(4) value 0.
          05 History-suffix-list pic x(26)
             value "abcdefghijklmnopqrstuvwxyz".
          05 History-before-image pic x(80).
          05 History-before-parts REDEFINES History-before-image.
             10 FILLER pic x(16).
             10 History-before-status pic x(2).
             10 FILLER pic x(11).
             10 History-before-type pic x(2).
             10 FILLER pic x(49).
        01 History-written-count Usage Comp pic 9(9) value 0.
        01 History-failed-count Usage Comp pic 9(9) value 0.
      * Work area for the PAYMENT action - the lockbox item being
      * applied, the status and balance of the master it matched, the
      * balance the payment would leave, the reason an item goes to
      * suspense (spaces while it is still applicable), and the run's
      * tallies.  The PY row's key is probed with POST's suffix
      * convention, so the row names its parent the same way
        01 Payment-work-area.
          05 Payment-amount pic S9(9)V99 value 0.
          05 Payment-master-status pic x(2).
          05 Payment-master-balance pic S9(9)V99 value 0.
          05 Payment-new-balance pic S9(11)V99 value 0.
          05 Payment-suspense-reason pic x(4).
        01 Payment-applied-count Usage Comp pic 9(9) value 0.
        01 Payment-skipped-count Usage Comp pic 9(9) value 0.
        01 Payment-suspense-count Usage Comp pic 9(9) value 0.
        01 Payment-failed-count Usage Comp pic 9(9) value 0.
        01 Payment-total-amount pic S9(11)V99 value 0.
      * Work area for the DUPCHK action - the match fields of the group
      * now coming back from the sort, how many rows it holds so far,
      * and the first row's image, held back until a second row makes
      * the group a suspect.  The lowest key in a group is the row
      * kept; every later row is proposed for deletion
        01 Dupchk-work-area.
          05 Dupchk-group-fields pic x(29).
          05 Dupchk-group-size Usage Comp pic 9(4) value 0.
          05 Dupchk-first-data pic x(80).
        01 Dupchk-row-image.
          05 Dupchk-row-key pic x(8).
          05 FILLER pic x(33).
          05 Dupchk-row-amount pic S9(9)V99.
          05 FILLER pic x(28).
        01 Dupchk-scanned-count Usage Comp pic 9(9) value 0.
        01 Dupchk-group-count Usage Comp pic 9(9) value 0.
        01 Dupchk-suspect-count Usage Comp pic 9(9) value 0.
        01 Dupchk-heading-line.
          05 FILLER pic x(34)
             value "SUSPECTED DUPLICATE TRANSACTIONS -".
          05 FILLER pic x(35)
             value " SAME PARENT, DATE, TYPE AND AMOUNT".
          05 FILLER pic x(11) value spaces.
        01 Dupchk-detail-line.
          05 DUP-DET-VERDICT pic x(8).
          05 FILLER pic x(1) value spaces.
          05 DUP-DET-KEY pic x(8).
          05 FILLER pic x(8) value " PARENT ".
          05 DUP-DET-PARENT pic x(8).
          05 FILLER pic x(6) value " DATE ".
          05 DUP-DET-DATE pic x(8).
          05 FILLER pic x(6) value " TYPE ".
          05 DUP-DET-TYPE pic x(2).
          05 FILLER pic x(1) value spaces.
          05 DUP-DET-AMOUNT pic -z,zzz,zzz,zz9.99.
          05 FILLER pic x(7) value spaces.
        01 Dupchk-total-line.
          05 FILLER pic x(16) value "** ROWS SCANNED ".
          05 DUP-TOT-SCANNED pic zzz,zzz,zz9.
          05 FILLER pic x(9) value "  GROUPS ".
          05 DUP-TOT-GROUPS pic zzz,zzz,zz9.
          05 FILLER pic x(11) value "  SUSPECTS ".
          05 DUP-TOT-SUSPECTS pic zzz,zzz,zz9.
          05 FILLER pic x(11) value spaces.
        01 Dupchk-failure-line.
          05 FILLER pic x(38)
             value "** DUPCHK READ FAILURE FILE STATUS    ".
          05 DUP-FLR-STATUS pic x(2).
          05 FILLER pic x(40)
             value " - REPORT AND DELETE FILE ARE INCOMPLETE".
      * Work area for the REVERSE action - the master being waived, the
      * posted rows found for the posting date (the charges still to
      * reverse, and those an earlier run already reversed), and the
      * credit the reversals fold back into the master.  Reversal rows
      * are keyed with POST's suffix convention and name their parent
      * the same way
        01 Reverse-work-area.
          05 Reverse-master-status pic x(2).
          05 Reverse-probe-key pic x(8).
          05 Reverse-probe-index Usage Comp pic 9(4) value 0.
          05 Reverse-charge-count Usage Comp pic 9(4) value 0.
          05 Reverse-charge-index Usage Comp pic 9(4) value 0.
          05 Reverse-charge OCCURS 26 TIMES.
             10 Rvc-key pic x(8).
             10 Rvc-tran-type pic x(2).
             10 Rvc-amount pic S9(9)V99.
             10 Rvc-state pic x.
               88 Rvc-pending value "P".
               88 Rvc-written value "W".
               88 Rvc-reversed value "R".
          05 Reverse-done-count Usage Comp pic 9(4) value 0.
          05 Reverse-done-key pic x(8) OCCURS 26 TIMES.
          05 Reverse-done-index Usage Comp pic 9(4) value 0.
          05 Reverse-pending-count Usage Comp pic 9(4) value 0.
          05 Reverse-written-count Usage Comp pic 9(4) value 0.
          05 Reverse-credit pic S9(11)V99 value 0.
          05 Reverse-stop-flag pic x value "N".
            88 Reverse-stopped value "Y".
        01 Reverse-account-count Usage Comp pic 9(9) value 0.
        01 Reverse-row-count Usage Comp pic 9(9) value 0.
        01 Reverse-skipped-count Usage Comp pic 9(9) value 0.
        01 Reverse-notfound-count Usage Comp pic 9(9) value 0.
        01 Reverse-failed-count Usage Comp pic 9(9) value 0.
        01 Reverse-total-amount pic S9(11)V99 value 0.
      * One cycle's portfolio snapshot, the row SNAPSHOT keeps on the
      * history dataset - accounts and balance by status code, the
      * record-type counts, and the night's POST and PURGE counters as
      * the driver took them off its balancing sheet.  The status
      * table is kept in code order; a master whose code finds no slot
      * still counts in the totals and flags the row
        01 Portfolio-snapshot.
          05 Snap-cycle-date pic x(8).
          05 Snap-run-date pic x(8).
          05 Snap-step-number pic 9(4).
          05 Snap-type-01-count pic 9(9).
          05 Snap-type-02-count pic 9(9).
          05 Snap-type-03-count pic 9(9).
          05 Snap-posted-count pic 9(9).
          05 Snap-post-skipped-count pic 9(9).
          05 Snap-post-failed-count pic 9(9).
          05 Snap-archived-count pic 9(9).
          05 Snap-retained-count pic 9(9).
          05 Snap-status-count pic 9(2).
          05 Snap-status-entry OCCURS 20 TIMES.
             10 Snap-status-code pic x(2).
             10 Snap-status-accounts pic 9(9).
             10 Snap-status-amount pic S9(13)V99.
          05 Snap-total-amount pic S9(13)V99.
          05 Snap-status-flag pic x.
            88 Snap-status-overflow value "Y".
          05 FILLER pic x(10).
      * Work area for the SNAPSHOT action - the status-table search,
      * the last 13 cycles read back for the trend report (oldest
      * first), every status code any of them carries, and the one
      * report line in hand: its figure for each cycle, the change
      * since the cycle before and that change as a percent
        01 Snapshot-work-area.
          05 Snap-search-index Usage Comp pic 9(4) value 0.
          05 Snap-shift-index Usage Comp pic 9(4) value 0.
          05 Snap-master-amount pic S9(9)V99 value 0.
          05 Trend-cycle-count Usage Comp pic 9(4) value 0.
          05 Trend-cycle-index Usage Comp pic 9(4) value 0.
          05 Trend-cycle-row pic x(640) OCCURS 13 TIMES.
          05 Trend-code-count Usage Comp pic 9(4) value 0.
          05 Trend-code-index Usage Comp pic 9(4) value 0.
          05 Trend-code-search Usage Comp pic 9(4) value 0.
          05 Trend-code pic x(2) OCCURS 40 TIMES.
          05 Trend-status-short pic x value "N".
            88 Trend-status-incomplete value "Y".
          05 Trend-line-code pic x(2).
          05 Trend-line-figure pic x(2).
            88 Trend-status-accounts value "SC".
            88 Trend-status-amount value "SA".
            88 Trend-type-01 value "T1".
            88 Trend-type-02 value "T2".
            88 Trend-type-03 value "T3".
            88 Trend-total-amount value "TA".
            88 Trend-posted value "PO".
            88 Trend-post-skipped value "PS".
            88 Trend-post-failed value "PF".
            88 Trend-archived value "PA".
            88 Trend-retained value "PR".
          05 Trend-value pic S9(13)V99 OCCURS 13 TIMES.
          05 Trend-change pic S9(13)V99 value 0.
          05 Trend-percent pic S9(9)V9 value 0.
        01 Snapshot-account-count Usage Comp pic 9(9) value 0.
        01 Snapshot-cycle-count Usage Comp pic 9(9) value 0.
        01 Snapshot-total-amount pic S9(13)V99 value 0.
        01 Snapshot-heading-line.
          05 FILLER pic x(33)
             value "PORTFOLIO TREND - CYCLES ENDING ".
          05 PTR-HDG-DATE pic x(8).
          05 FILLER pic x(10) value "  CYCLES: ".
          05 PTR-HDG-CYCLES pic z9.
          05 FILLER pic x(197) value spaces.
        01 Snapshot-date-line.
          05 PTR-DTE-LABEL pic x(17).
          05 PTR-DTE-CELL OCCURS 13 TIMES.
             10 FILLER pic x(7).
             10 PTR-DTE-CYCLE pic x(8).
             10 FILLER pic x(1).
          05 PTR-DTE-CHANGE pic x(15).
          05 FILLER pic x(1).
          05 PTR-DTE-PERCENT pic x(9).
        01 Snapshot-figure-line.
          05 PTR-FIG-LABEL pic x(17).
          05 PTR-FIG-CELL OCCURS 13 TIMES.
             10 PTR-FIG-VALUE pic -zz,zzz,zzz,zz9.
             10 FILLER pic x(1).
          05 PTR-FIG-CHANGE pic -zz,zzz,zzz,zz9.
          05 FILLER pic x(1).
          05 PTR-FIG-PERCENT pic -zzzz9.9.
          05 PTR-FIG-PERCENT-TEXT REDEFINES PTR-FIG-PERCENT
                 pic x(8).
          05 PTR-FIG-PERCENT-SIGN pic x(1).
        01 Snapshot-overflow-line.
          05 FILLER pic x(39)
             value "** STATUS TABLE FULL ON A CYCLE SHOWN -".
          05 FILLER pic x(40)
             value " STATUS LINES DO NOT FOOT TO THE TOTALS ".
          05 FILLER pic x(171) value spaces.
      * In-storage copy of the credit bureau table, loaded once when
      * the step opens - the furnisher named on the reporter row, and
      * the bureau account status for each of our status codes
        01 Bureau-map-area.
          05 Bureau-map-count Usage Comp pic 9(4) value 0.
          05 Bureau-map-flag pic x value "N".
            88 Bureau-map-truncated value "Y".
          05 Bureau-reporter-flag pic x value "N".
            88 Bureau-reporter-found value "Y".
          05 Bureau-reporter-id pic x(10).
          05 Bureau-reporter-name pic x(30).
          05 Bureau-map-entry OCCURS 100 TIMES.
             10 Bm-status-code pic x(2).
             10 Bm-bureau-status pic x(2).
      * Work area for the BUREAU action - the table search, the reason
      * the master in hand cannot be reported (spaces while it still
      * can), and the two sides of the trailer proof: every master
      * read, against the base segments written plus the exceptions
        01 Bureau-work-area.
          05 Bureau-search-index Usage Comp pic 9(4) value 0.
          05 Bureau-match-index Usage Comp pic 9(4) value 0.
          05 Bureau-reason pic x(8).
          05 Bureau-master-balance pic S9(9)V99 value 0.
          05 Bureau-proof-count Usage Comp pic 9(9) value 0.
          05 Bureau-proof-amount pic S9(13)V99 value 0.
          05 Bureau-write-flag pic x value "N".
            88 Bureau-write-failed value "Y".
        01 Bureau-master-count Usage Comp pic 9(9) value 0.
        01 Bureau-master-amount pic S9(13)V99 value 0.
        01 Bureau-base-count Usage Comp pic 9(9) value 0.
        01 Bureau-base-amount pic S9(13)V99 value 0.
        01 Bureau-exception-count Usage Comp pic 9(9) value 0.
        01 Bureau-exception-amount pic S9(13)V99 value 0.
        01 Bureau-heading-line.
          05 FILLER pic x(41)
             value "CREDIT BUREAU EXCEPTIONS - ACTIVITY DATE ".
          05 BEX-HDG-DATE pic x(8).
          05 FILLER pic x(31) value spaces.
        01 Bureau-detail-line.
          05 BEX-DET-ACCOUNT pic x(8).
          05 FILLER pic x(8) value " STATUS ".
          05 BEX-DET-STATUS pic x(2).
          05 FILLER pic x(1) value spaces.
          05 BEX-DET-BALANCE pic -zzz,zzz,zz9.99.
          05 FILLER pic x(1) value spaces.
          05 BEX-DET-REASON pic x(8).
          05 FILLER pic x(1) value spaces.
          05 BEX-DET-TEXT pic x(24).
          05 FILLER pic x(12) value spaces.
        01 Bureau-control-line.
          05 BEX-CTL-LABEL pic x(20).
          05 BEX-CTL-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(9) value " BALANCE ".
          05 BEX-CTL-AMOUNT pic -zz,zzz,zzz,zz9.99.
          05 FILLER pic x(22) value spaces.
        01 Bureau-proof-line.
          05 FILLER pic x(20) value "TRAILER PROOF".
          05 BEX-PRF-VERDICT pic x(14).
          05 FILLER pic x(46) value spaces.
      * Strata the SAMPLE action draws from - one entry per status
      * code and balance band found among the masters, kept in key
      * order: its population and balance from the first pass, the
      * share of the sample allocated to it, and the masters seen and
      * drawn so far in the second
        01 Sample-stratum-area.
          05 Sample-stratum-count Usage Comp pic 9(4) value 0.
          05 Sample-stratum-flag pic x value "N".
            88 Sample-strata-overflow value "Y".
          05 Sample-stratum-entry OCCURS 250 TIMES.
             10 Sst-key.
                15 Sst-status-code pic x(2).
                15 Sst-band pic 9.
             10 Sst-population Usage Comp pic 9(9).
             10 Sst-balance pic S9(13)V99.
             10 Sst-allocated Usage Comp pic 9(9).
             10 Sst-remainder Usage Comp pic 9(9).
             10 Sst-bumped-flag pic x.
               88 Sst-bumped value "Y".
             10 Sst-seen Usage Comp pic 9(9).
             10 Sst-drawn Usage Comp pic 9(9).
      * Keys of the masters drawn, ascending since the second pass
      * reads in key order - searched for each transaction row's
      * account to decide whether the row goes out with its master
        01 Sample-selected-area.
          05 Sample-selected-count Usage Comp pic 9(4) value 0.
          05 Sample-selected-key pic x(8) OCCURS 9999 TIMES.
      * Work area for the SAMPLE action.  The draw is driven by the
      * minimal standard generator - state times 16807 modulo 2**31-1
      * - started from the card's seed, so the same seed over the same
      * cluster always draws the same masters
        01 Sample-work-area.
          05 Sample-search-index Usage Comp pic 9(4) value 0.
          05 Sample-shift-index Usage Comp pic 9(4) value 0.
          05 Sample-best-index Usage Comp pic 9(4) value 0.
          05 Sample-stratum-key.
             10 Sample-status-code pic x(2).
             10 Sample-band pic 9.
          05 Sample-found-flag pic x value "N".
            88 Sample-key-found value "Y".
          05 Sample-master-balance pic S9(9)V99 value 0.
          05 Sample-lookup-id pic x(8).
          05 Sample-low Usage Comp pic 9(4) value 0.
          05 Sample-high Usage Comp pic 9(4) value 0.
          05 Sample-middle Usage Comp pic 9(4) value 0.
          05 Sample-population Usage Comp pic 9(9) value 0.
          05 Sample-allocated-total Usage Comp pic 9(9) value 0.
          05 Sample-leftover Usage Comp pic 9(9) value 0.
          05 Sample-state Usage Comp pic 9(10) value 0.
          05 Sample-product Usage Comp pic 9(18) value 0.
          05 Sample-quotient Usage Comp pic 9(18) value 0.
          05 Sample-draw-left Usage Comp pic 9(18) value 0.
          05 Sample-draw-need Usage Comp pic 9(18) value 0.
          05 Sample-total-balance pic S9(13)V99 value 0.
          05 Sample-unplaced-count Usage Comp pic 9(9) value 0.
          05 Sample-unplaced-amount pic S9(13)V99 value 0.
        01 Sample-population-count Usage Comp pic 9(9) value 0.
        01 Sample-drawn-count Usage Comp pic 9(9) value 0.
        01 Sample-row-count Usage Comp pic 9(9) value 0.
        01 Sample-band-names.
          05 FILLER pic x(14) value "CREDIT".
          05 FILLER pic x(14) value "ZERO".
          05 FILLER pic x(14) value "UNDER 1,000".
          05 FILLER pic x(14) value "1,000-9,999".
          05 FILLER pic x(14) value "10,000 AND UP".
        01 Sample-band-name-table REDEFINES Sample-band-names.
          05 Sample-band-name pic x(14) OCCURS 5 TIMES.
        01 Sample-heading-line.
          05 FILLER pic x(32)
             value "AUDIT SAMPLE CERTIFICATE - SEED ".
          05 SCH-SEED pic 9(9).
          05 FILLER pic x(16) value " REQUESTED SIZE ".
          05 SCH-SIZE pic zzz9.
          05 FILLER pic x(19) value spaces.
        01 Sample-method-line.
          05 FILLER pic x(42)
             value "STRATIFIED BY STATUS CODE AND BALANCE BAND".
          05 FILLER pic x(38)
             value " - PROPORTIONAL, DRAWN IN KEY ORDER".
        01 Sample-column-line.
          05 FILLER pic x(8) value "STATUS  ".
          05 FILLER pic x(15) value "BALANCE BAND".
          05 FILLER pic x(11) value " POPULATION".
          05 FILLER pic x(1) value spaces.
          05 FILLER pic x(18) value "           BALANCE".
          05 FILLER pic x(1) value spaces.
          05 FILLER pic x(11) value "      DRAWN".
          05 FILLER pic x(15) value spaces.
        01 Sample-detail-line.
          05 FILLER pic x(2) value spaces.
          05 SCD-STATUS pic x(2).
          05 FILLER pic x(4) value spaces.
          05 SCD-BAND pic x(14).
          05 FILLER pic x(1) value spaces.
          05 SCD-POPULATION pic zzz,zzz,zz9.
          05 FILLER pic x(1) value spaces.
          05 SCD-BALANCE pic -zz,zzz,zzz,zz9.99.
          05 FILLER pic x(1) value spaces.
          05 SCD-DRAWN pic zzz,zzz,zz9.
          05 FILLER pic x(15) value spaces.
        01 Sample-total-line.
          05 SCT-LABEL pic x(23).
          05 SCT-POPULATION pic zzz,zzz,zz9.
          05 FILLER pic x(1) value spaces.
          05 SCT-BALANCE pic -zz,zzz,zzz,zz9.99.
          05 FILLER pic x(1) value spaces.
          05 SCT-DRAWN pic zzz,zzz,zz9.
          05 FILLER pic x(15) value spaces.
        01 Sample-control-line.
          05 SCC-LABEL pic x(30).
          05 SCC-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(39) value spaces.
      * In-storage copy of the legal hold list, loaded at the start of
      * every step that changes or removes account data.  Only holds
      * still in force on the run date are kept, in account order so
      * the search can halve its way to an account
        01 Legal-hold-area.
          05 Legal-hold-flag pic x value "N".
            88 Legal-hold-on value "Y".
          05 Legal-hold-count Usage Comp pic 9(4) value 0.
          05 Legal-table-flag pic x value "N".
            88 Legal-table-full value "Y".
          05 Legal-run-date pic x(8).
          05 Legal-hold-entry OCCURS 2000 TIMES.
             10 Lh-account-id pic x(8).
             10 Lh-hold-type pic x(4).
             10 Lh-expiry-date pic x(8).
      * Work area for the hold search - the record image under test,
      * the account it belongs to (its own key, or the master a posted
      * or history row names), and whether that account is held
        01 Legal-work-area.
          05 Legal-search-index Usage Comp pic 9(4) value 0.
          05 Legal-shift-index Usage Comp pic 9(4) value 0.
          05 Legal-low Usage Comp pic 9(4) value 0.
          05 Legal-high Usage Comp pic 9(4) value 0.
          05 Legal-middle Usage Comp pic 9(4) value 0.
          05 Legal-found-flag pic x value "N".
            88 Account-under-hold value "Y".
          05 Legal-force-flag pic x value "N".
            88 Legal-hold-in-force value "Y".
          05 Legal-account-id pic x(8).
          05 Legal-check-image pic x(80).
          05 Legal-check-parts REDEFINES Legal-check-image.
             10 Legal-check-key pic x(8).
             10 FILLER pic x(21).
             10 Legal-check-type pic x(2).
             10 FILLER pic x(21).
             10 Legal-check-parent pic x(8).
             10 FILLER pic x(20).
        01 Legal-held-count Usage Comp pic 9(9) value 0.
      * Controls for a single-pass MULTIOUT step - one entry per
      * read-only output in the fixed order SPLIT, SUMMARY, XCHECK,
      * STATEMNT, VERIFY, DUPCSV, each keeping the counters its own
      * step would have reported, so the control report and the
      * balancing sheet can show every output as if it had run alone
        01 Multi-output-area.
          05 Multi-run-flag pic x value "N".
            88 Multi-output-run value "Y".
          05 Multi-ix-split Usage Comp pic 9(4) value 1.
          05 Multi-ix-summary Usage Comp pic 9(4) value 2.
          05 Multi-ix-xcheck Usage Comp pic 9(4) value 3.
          05 Multi-ix-statement Usage Comp pic 9(4) value 4.
          05 Multi-ix-verify Usage Comp pic 9(4) value 5.
          05 Multi-ix-dupcsv Usage Comp pic 9(4) value 6.
          05 Multi-current-output Usage Comp pic 9(4) value 0.
          05 Multi-output-index Usage Comp pic 9(4) value 0.
          05 Multi-written-mark Usage Comp pic 9(9) value 0.
          05 Multi-shared-reads Usage Comp pic 9(9) value 0.
          05 Multi-saved-rc Usage Comp pic 9(4) value 0.
          05 Multi-write-status pic xx value "00".
          05 Multi-output-entry OCCURS 6 TIMES.
             10 Mo-action pic x(8).
             10 Mo-wanted-flag pic x.
               88 Mo-wanted value "Y".
             10 Mo-stopped-flag pic x.
               88 Mo-stopped value "Y".
             10 Mo-return-code Usage Comp pic 9(4).
             10 Mo-reason-code pic x(8).
             10 Mo-read-count Usage Comp pic 9(9).
             10 Mo-written-count Usage Comp pic 9(9).
             10 Mo-findings-count Usage Comp pic 9(9).
      * The rows of the key block now being read for XCHECK and
      * STATEMENT - every row whose key shares the first seven bytes.
      * POST's charges are keyed by their master's first seven bytes
      * and a letter, so a master and all its charges always land in
      * one block; holding the block lets the charges be gathered
      * before its ordinary rows stream, which is what the separate
      * steps needed a second pass for.  Seven bytes leave at most
      * 256 keys to a block
        01 Multi-block-area.
          05 Multi-block-prefix pic x(7).
          05 Multi-block-count Usage Comp pic 9(4) value 0.
          05 Multi-block-index Usage Comp pic 9(4) value 0.
          05 Multi-block-row pic x(80) OCCURS 256 TIMES.
      * In-storage copy of the general-ledger mapping table, loaded
      * once when the step opens - first matching rule wins
        01 Gl-map-area.
          05 Gl-map-count Usage Comp pic 9(4) value 0.
          05 Gl-map-flag pic x value "N".
            88 Gl-map-truncated value "Y".
          05 Gl-map-entry OCCURS 100 TIMES.
             10 Gm-tran-type pic x(2).
             10 Gm-status-code pic x(2).
             10 Gm-debit-account pic x(10).
             10 Gm-credit-account pic x(10).
      * Work area for the general-ledger feed - whether this step
      * feeds the ledger at all, the movement the caller describes
      * (its type, the status it maps under, the account and date,
      * and the signed change in what the customer owes), and the
      * batch's running totals for the trailer and response area
        01 Gl-work-area.
          05 Gl-feed-flag pic x value "N".
            88 Gl-feed-on value "Y".
          05 Gl-search-index Usage Comp pic 9(4) value 0.
          05 Gl-match-index Usage Comp pic 9(4) value 0.
          05 Gl-tran-type pic x(2).
          05 Gl-status-code pic x(2).
          05 Gl-account-key pic x(8).
          05 Gl-entry-date pic x(8).
          05 Gl-run-date pic x(8).
          05 Gl-movement pic S9(11)V99 value 0.
          05 Gl-entry-amount pic S9(11)V99 value 0.
          05 Gl-debit-account pic x(10).
          05 Gl-credit-account pic x(10).
          05 Gl-old-amount pic S9(9)V99 value 0.
          05 Gl-new-amount pic S9(9)V99 value 0.
          05 Gl-before-image pic x(80).
          05 Gl-before-parts REDEFINES Gl-before-image.
             10 Gl-before-key pic x(8).
             10 FILLER pic x(8).
             10 Gl-before-status pic x(2).
             10 Gl-before-amount pic S9(9)V99.
             10 Gl-before-type pic x(2).
             10 FILLER pic x(49).
          05 Gl-after-image pic x(80).
          05 Gl-after-parts REDEFINES Gl-after-image.
             10 Gl-after-key pic x(8).
             10 FILLER pic x(8).
             10 Gl-after-status pic x(2).
             10 Gl-after-amount pic S9(9)V99.
             10 Gl-after-type pic x(2).
             10 FILLER pic x(49).
        01 Gl-entry-count Usage Comp pic 9(9) value 0.
        01 Gl-pair-count Usage Comp pic 9(9) value 0.
        01 Gl-unmapped-count Usage Comp pic 9(9) value 0.
        01 Gl-debit-total pic S9(13)V99 value 0.
        01 Gl-credit-total pic S9(13)V99 value 0.
        01 Restore-restored-count Usage Comp pic 9(9) value 0.
        01 Restore-skipped-count Usage Comp pic 9(9) value 0.
      * Work area for the run log - the message id and text the site
             10 FILLER pic x(7).
             10 Rlog-severity pic x(1).
          05 Rlog-rc-edited pic -zzz9.
          05 Rlog-count-edited pic zzzzzzzzz9.
          05 Rlog-line-text pic x(50).
          05 Rlog-text-parts REDEFINES Rlog-line-text.
             10 Rlog-text-body pic x(40).
             value "** POSTED TABLE FULL - STATEMENT I".
          05 FILLER pic x(12) value "S INCOMPLETE".
          05 FILLER pic x(34) value spaces.
      * Work area for the AGING action - the account group now being
      * aged, its master's status, balance and effective date, and the
      * cycle date's day number every row's age is measured against.
      * The balance still outstanding is spread newest charge first,
      * so whatever the charges on file do not explain ages from the
      * master's own effective date
        01 Aging-work-area.
          05 Aging-current-account pic x(8).
          05 Aging-account-flag pic x value "N".
            88 Aging-have-account value "Y".
          05 Aging-master-flag pic x value "N".
            88 Aging-have-master value "Y".
          05 Aging-master-status pic x(2).
          05 Aging-master-date pic x(8).
          05 Aging-master-balance pic S9(9)V99 value 0.
          05 Aging-remaining pic S9(9)V99 value 0.
          05 Aging-slice pic S9(9)V99 value 0.
          05 Aging-slice-date pic x(8).
          05 Aging-cycle-day Usage Comp pic 9(9) value 0.
          05 Aging-age-days Usage Comp pic S9(9) value 0.
          05 Aging-oldest-days Usage Comp pic S9(9) value 0.
          05 Aging-bucket-index Usage Comp pic 9(4) value 0.
          05 Aging-pick-index Usage Comp pic 9(4) value 0.
          05 Aging-scan-index Usage Comp pic 9(4) value 0.
          05 Aging-search-index Usage Comp pic 9(4) value 0.
          05 Aging-shift-index Usage Comp pic 9(4) value 0.
          05 Aging-account-amount pic S9(9)V99 OCCURS 5 TIMES.
          05 Aging-account-count Usage Comp pic 9(9) value 0.
          05 Aging-master-total pic S9(13)V99 value 0.
          05 Aging-bucket-total pic S9(13)V99 value 0.
          05 Aging-grand-bucket OCCURS 5 TIMES.
             10 Ag-bucket-count Usage Comp pic 9(9).
             10 Ag-bucket-amount pic S9(13)V99.
      * The charges of the account being aged - its own transaction
      * rows plus the posted charges gathered under it - held with
      * a used flag so the balance can be spread newest first
        01 Aging-charge-table.
          05 Aging-charge-count Usage Comp pic 9(4) value 0.
          05 Aging-charge-flag pic x value "N".
            88 Aging-charge-overflow value "Y".
          05 Aging-charge-entry OCCURS 100 TIMES.
             10 Ac-tran-date pic x(8).
             10 Ac-tran-amount pic S9(9)V99.
             10 Ac-used-flag pic x.
      * Posted charges gathered from AGING's key block, held under the
      * parent account each names - a block holds at most 256 keys,
      * so this table can only fill on a block it could not hold
        01 Aging-posted-table.
          05 Aging-posted-count Usage Comp pic 9(4) value 0.
          05 Aging-posted-flag pic x value "N".
            88 Aging-posted-overflow value "Y".
          05 Aging-posted-entry OCCURS 500 TIMES.
             10 Ap-parent-id pic x(8).
             10 Ap-tran-date pic x(8).
             10 Ap-tran-amount pic S9(9)V99.
             10 Ap-claimed-flag pic x.
      * AGING's key block - every row whose key shares the first seven
      * bytes, held the way the single-pass step holds its block, so a
      * master's posted charges are gathered before it is aged
        01 Aging-block-area.
          05 Aging-block-prefix pic x(7).
          05 Aging-block-count Usage Comp pic 9(4) value 0.
          05 Aging-block-index Usage Comp pic 9(4) value 0.
          05 Aging-block-flag pic x value "N".
            88 Aging-block-overflow value "Y".
          05 Aging-block-row pic x(80) OCCURS 256 TIMES.
      * What AGING has written to AGEOUT, for the extract's trailer -
      * an extract that stopped taking rows, or that a full table or a
      * short read left without every account, is not complete
        01 Aging-extract-control.
          05 Aging-extract-count Usage Comp pic 9(9) value 0.
          05 Aging-extract-amount pic S9(13)V99 value 0.
          05 Aging-extract-flag pic x value "N".
            88 Aging-extract-stopped value "Y".
          05 Aging-complete-flag pic x value "Y".
            88 Aging-extract-complete value "Y".
          05 Aging-read-flag pic x value "N".
            88 Aging-read-short value "Y".
          05 Aging-full-table pic x(8).
      * Bucket totals by master status code, kept in status order as
      * codes are first met so the report falls out of one walk
        01 Aging-status-table.
          05 Aging-status-count Usage Comp pic 9(4) value 0.
          05 Aging-status-flag pic x value "N".
            88 Aging-status-overflow value "Y".
          05 Aging-status-entry OCCURS 50 TIMES.
             10 As-status-code pic x(2).
             10 As-account-count Usage Comp pic 9(9).
             10 As-balance pic S9(13)V99.
             10 As-bucket OCCURS 5 TIMES.
                15 As-bucket-count Usage Comp pic 9(9).
                15 As-bucket-amount pic S9(13)V99.
        01 Aging-bucket-names.
          05 FILLER pic x(7) value "CURRENT".
          05 FILLER pic x(7) value "030-059".
          05 FILLER pic x(7) value "060-089".
          05 FILLER pic x(7) value "090-119".
          05 FILLER pic x(7) value "120+".
        01 Aging-bucket-name-table REDEFINES Aging-bucket-names.
          05 Aging-bucket-name pic x(7) OCCURS 5 TIMES.
        01 Aging-heading-line.
          05 FILLER pic x(18) value "DELINQUENCY AGING ".
          05 FILLER pic x(17) value "AS OF CYCLE DATE ".
          05 AGE-HDG-DATE pic x(8).
        01 Aging-detail-line.
          05 FILLER pic x(7) value "STATUS ".
          05 AGE-DET-STATUS pic x(2).
          05 FILLER pic x(8) value " BUCKET ".
          05 AGE-DET-BUCKET pic x(7).
          05 FILLER pic x(10) value " ACCOUNTS ".
          05 AGE-DET-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(8) value " AMOUNT ".
          05 AGE-DET-AMOUNT pic -z,zzz,zzz,zzz,zz9.99.
        01 Aging-status-line.
          05 FILLER pic x(9) value "* STATUS ".
          05 AGE-STS-STATUS pic x(2).
          05 FILLER pic x(14) value " TOTAL       ".
          05 FILLER pic x(10) value " ACCOUNTS ".
          05 AGE-STS-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(8) value " AMOUNT ".
          05 AGE-STS-AMOUNT pic -z,zzz,zzz,zzz,zz9.99.
        01 Aging-bucket-line.
          05 FILLER pic x(14) value "** ALL STATUS ".
          05 FILLER pic x(7) value "BUCKET ".
          05 AGE-BKT-BUCKET pic x(7).
          05 FILLER pic x(7) value " COUNT ".
          05 AGE-BKT-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(8) value " AMOUNT ".
          05 AGE-BKT-AMOUNT pic -z,zzz,zzz,zzz,zz9.99.
        01 Aging-grand-line.
          05 FILLER pic x(14) value "** GRAND TOTAL".
          05 FILLER pic x(11) value "  ACCOUNTS ".
          05 AGE-GRD-COUNT pic zzz,zzz,zz9.
          05 FILLER pic x(9) value "  AMOUNT ".
          05 AGE-GRD-AMOUNT pic -z,zzz,zzz,zzz,zz9.99.
        01 Aging-tie-line.
          05 FILLER pic x(20) value "** MASTER BALANCES  ".
          05 AGE-TIE-AMOUNT pic -z,zzz,zzz,zzz,zz9.99.
          05 FILLER pic x(1) value spaces.
          05 AGE-TIE-VERDICT pic x(14).
        01 Aging-overflow-line.
          05 FILLER pic x(22) value "** AGING TABLE FULL - ".
          05 AGE-OVF-TABLE pic x(8).
          05 FILLER pic x(24) value " - REPORT IS INCOMPLETE".
      * Work area for turning a CCYYMMDD date into a day number, so
      * the age of a row is a plain subtraction of two day numbers
        01 Day-number-work.
          05 Day-number-date pic x(8).
          05 Day-number-parts REDEFINES Day-number-date.
             10 Day-number-year pic 9(4).
             10 Day-number-month pic 9(2).
             10 Day-number-day pic 9(2).
          05 Day-number-result Usage Comp pic 9(9) value 0.
          05 Day-number-shift Usage Comp pic 9(4) value 0.
          05 Day-number-years Usage Comp pic 9(9) value 0.
          05 Day-number-months Usage Comp pic 9(4) value 0.
          05 Day-number-part Usage Comp pic 9(9) value 0.
       77 DO-COPY-DATASET             PICTURE X(8) VALUE 'DUPLICAT'.
       77 DO-COUNT-DATASET            PICTURE X(8) VALUE 'COUNT'.
       77 DO-KEYRANGE-DATASET         PICTURE X(8) VALUE 'KEYRANGE'.
       77 DO-MAINT-DATASET            PICTURE X(8) VALUE 'MAINT'.
       77 DO-MASK-DATASET             PICTURE X(8) VALUE 'MASK'.
       77 DO-RELEASE-DATASET          PICTURE X(8) VALUE 'RELEASE'.
       77 DO-AGING-DATASET            PICTURE X(8) VALUE 'AGING'.
       77 DO-CHARGEOFF-DATASET        PICTURE X(8) VALUE 'CHARGEOF'.
       77 DO-PAYMENT-DATASET          PICTURE X(8) VALUE 'PAYMENT'.
       77 DO-DUPCHK-DATASET           PICTURE X(8) VALUE 'DUPCHK'.
       77 DO-REVERSE-DATASET          PICTURE X(8) VALUE 'REVERSE'.
       77 DO-SNAPSHOT-DATASET         PICTURE X(8) VALUE 'SNAPSHOT'.
       77 DO-BUREAU-DATASET           PICTURE X(8) VALUE 'BUREAU'.
       77 DO-SAMPLE-DATASET           PICTURE X(8) VALUE 'SAMPLE'.
       77 DO-MULTI-DATASET            PICTURE X(8) VALUE 'MULTIOUT'.
       LINKAGE SECTION.
       COPY DGG.
      *
                 AND NOT Extract-resumed
               PERFORM Write-extract-header
             END-IF
      * Open the step's batch on the general-ledger feed when the
      * action moves money
             IF Gl-feed-on AND gloutfile-success
               PERFORM Write-gl-header
             END-IF

      * Process the user request

                     PERFORM Maint-apply-cards,
                 WHEN DO-MASK-DATASET
                     PERFORM Mask-input-to-output,
                 WHEN DO-AGING-DATASET
                     PERFORM Aging-input-to-output,
                 WHEN DO-CHARGEOFF-DATASET
                     PERFORM Chargeoff-aged-accounts,
                 WHEN DO-PAYMENT-DATASET
                     PERFORM Payment-lockbox-items,
                 WHEN DO-DUPCHK-DATASET
                     PERFORM Dupchk-input-file,
                 WHEN DO-REVERSE-DATASET
                     PERFORM Reverse-posted-charges,
                 WHEN DO-SNAPSHOT-DATASET
                     PERFORM Snapshot-portfolio,
                 WHEN DO-BUREAU-DATASET
                     PERFORM Bureau-report-file,
                 WHEN DO-SAMPLE-DATASET
                     PERFORM Sample-audit-accounts,
                 WHEN DO-MULTI-DATASET
                     PERFORM Multi-output-pass,
      * RELEASE does no work of its own - it exists so a driver can
      * close a hold a skipped trailing step would otherwise strand,
      * which Open-files and Close-files handle around this dispatch
             IF Extract-controls-on
               PERFORM Finish-extract-controls
             END-IF
             IF Gl-feed-on AND gloutfile-success
               PERFORM Write-gl-trailer
             END-IF
             ACCEPT Report-End-Time FROM TIME
             PERFORM Write-control-report
           END-IF
                TO PARM-MAINT-ACCEPT-COUNT.
           MOVE Maint-refuse-count
                TO PARM-MAINT-REFUSE-COUNT.
           MOVE Chargeoff-count
                TO PARM-CHARGEOFF-COUNT.
           MOVE Chargeoff-skipped-count
                TO PARM-CHARGEOFF-SKIPPED-COUNT.
           MOVE Chargeoff-failed-count
                TO PARM-CHARGEOFF-FAILED-COUNT.
           MOVE Chargeoff-total-amount
                TO PARM-CHARGEOFF-AMOUNT.
           MOVE Type-03-count
                TO PARM-TYPE-03-COUNT.
           MOVE History-written-count
                TO PARM-HISTORY-COUNT.
           MOVE History-failed-count
                TO PARM-HISTORY-FAILED-COUNT.
           MOVE Gl-entry-count
                TO PARM-GL-ENTRY-COUNT.
           MOVE Gl-unmapped-count
                TO PARM-GL-UNMAPPED-COUNT.
           MOVE Gl-debit-total
                TO PARM-GL-DEBIT-TOTAL.
           MOVE Gl-credit-total
                TO PARM-GL-CREDIT-TOTAL.
           MOVE Payment-applied-count
                TO PARM-PAYMENT-APPLIED-COUNT.
           MOVE Payment-skipped-count
                TO PARM-PAYMENT-SKIPPED-COUNT.
           MOVE Payment-suspense-count
                TO PARM-PAYMENT-SUSPENSE-COUNT.
           MOVE Payment-failed-count
                TO PARM-PAYMENT-FAILED-COUNT.
           MOVE Payment-total-amount
                TO PARM-PAYMENT-AMOUNT.
           MOVE Dupchk-group-count
                TO PARM-DUPCHK-GROUP-COUNT.
           MOVE Dupchk-suspect-count
                TO PARM-DUPCHK-SUSPECT-COUNT.
           MOVE Reverse-account-count
                TO PARM-REVERSE-ACCOUNT-COUNT.
           MOVE Reverse-row-count
                TO PARM-REVERSE-ROW-COUNT.
           MOVE Reverse-skipped-count
                TO PARM-REVERSE-SKIPPED-COUNT.
           MOVE Reverse-notfound-count
                TO PARM-REVERSE-NOTFOUND-COUNT.
           MOVE Reverse-failed-count
                TO PARM-REVERSE-FAILED-COUNT.
           MOVE Reverse-total-amount
                TO PARM-REVERSE-AMOUNT.
           MOVE Snapshot-account-count
                TO PARM-SNAPSHOT-ACCOUNT-COUNT.
           MOVE Snapshot-cycle-count
                TO PARM-SNAPSHOT-CYCLE-COUNT.
           MOVE Snapshot-total-amount
                TO PARM-SNAPSHOT-AMOUNT.
           MOVE Bureau-base-count
                TO PARM-BUREAU-BASE-COUNT.
           MOVE Bureau-exception-count
                TO PARM-BUREAU-EXCEPTION-COUNT.
           MOVE Bureau-base-amount
                TO PARM-BUREAU-AMOUNT.
           MOVE Sample-population-count
                TO PARM-SAMPLE-POPULATION-COUNT.
           MOVE Sample-stratum-count
                TO PARM-SAMPLE-STRATUM-COUNT.
           MOVE Sample-drawn-count
                TO PARM-SAMPLE-DRAWN-COUNT.
           MOVE Sample-row-count
                TO PARM-SAMPLE-ROW-COUNT.
           MOVE Legal-held-count
                TO PARM-LEGAL-HELD-COUNT.
           MOVE Legal-hold-count
                TO PARM-LEGAL-HOLD-COUNT.
           Perform varying Multi-output-index from 1 by 1
                   until Multi-output-index > 6
               MOVE Mo-action(Multi-output-index)
                    TO PARM-MULTI-ACTION(Multi-output-index)
               MOVE Mo-return-code(Multi-output-index)
                    TO PARM-MULTI-RETURN-CODE(Multi-output-index)
               MOVE Mo-reason-code(Multi-output-index)
                    TO PARM-MULTI-REASON-CODE(Multi-output-index)
               MOVE Mo-read-count(Multi-output-index)
                    TO PARM-MULTI-READ-COUNT(Multi-output-index)
               MOVE Mo-written-count(Multi-output-index)
                    TO PARM-MULTI-WRITTEN-COUNT(Multi-output-index)
               MOVE Mo-findings-count(Multi-output-index)
                    TO PARM-MULTI-FINDINGS-COUNT(Multi-output-index)
           End-perform.
      * A rejected request never opened anything, so there is nothing
      * to close
           IF NOT Request-rejected
           Move "0" to Maint-eof
           Move 0 to Maint-accept-count
           Move 0 to Maint-refuse-count
           Move "0" to Agein-eof
           Move 0 to Chargeoff-count
           Move 0 to Chargeoff-skipped-count
           Move 0 to Chargeoff-failed-count
           Move 0 to Chargeoff-total-amount
           Move 0 to Type-03-count
           Move 0 to History-written-count
           Move 0 to History-failed-count
           Move "N" to Gl-feed-flag
           Move "0" to Glmap-eof
           Move 0 to Gl-map-count
           Move "N" to Gl-map-flag
           Move 0 to Gl-entry-count
           Move 0 to Gl-pair-count
           Move 0 to Gl-unmapped-count
           Move 0 to Gl-debit-total
           Move 0 to Gl-credit-total
           Move "0" to Lockbox-eof
           Move "00" to SUSPENSE-FILE-STATUS
           Move 0 to Payment-applied-count
           Move 0 to Payment-skipped-count
           Move 0 to Payment-suspense-count
           Move 0 to Payment-failed-count
           Move 0 to Payment-total-amount
           Move "00" to DUPRPT-FILE-STATUS
           Move 0 to Dupchk-scanned-count
           Move 0 to Dupchk-group-count
           Move 0 to Dupchk-suspect-count
           Move "0" to Revin-eof
           Move 0 to Reverse-account-count
           Move 0 to Reverse-row-count
           Move 0 to Reverse-skipped-count
           Move 0 to Reverse-notfound-count
           Move 0 to Reverse-failed-count
           Move 0 to Reverse-total-amount
           Move "0" to Porthist-eof
           Move "N" to Porthist-open-flag
           Move "00" to PORTRPT-FILE-STATUS
           Move 0 to Snapshot-account-count
           Move 0 to Snapshot-cycle-count
           Move 0 to Snapshot-total-amount
           Move "0" to Burmap-eof
           Move "00" to BUREAU-FILE-STATUS
           Move "00" to BUREXC-FILE-STATUS
           Move 0 to Bureau-master-count
           Move 0 to Bureau-master-amount
           Move 0 to Bureau-base-count
           Move 0 to Bureau-base-amount
           Move 0 to Bureau-exception-count
           Move 0 to Bureau-exception-amount
           Move "00" to SAMPCERT-FILE-STATUS
           Move 0 to Sample-stratum-count
           Move 0 to Sample-selected-count
           Move 0 to Sample-population-count
           Move 0 to Sample-drawn-count
           Move 0 to Sample-row-count
           Move "00" to HOLDLIST-FILE-STATUS
           Move "0" to Holdlist-eof
           Move 0 to Legal-hold-count
           Move 0 to Legal-held-count
      * The single-pass report datasets are only conditionally opened
           Move "00" to MULTSUM-FILE-STATUS
           Move "00" to MULTXCK-FILE-STATUS
           Move "00" to MULTSTM-FILE-STATUS
           Move "00" to MULTVFY-FILE-STATUS
           Move "00" to MULTCSV-FILE-STATUS
           Move "N" to Multi-run-flag
           Move 0 to Multi-current-output
           Move 0 to Multi-shared-reads
           Move 0 to Multi-block-count
           Perform varying Multi-output-index from 1 by 1
                   until Multi-output-index > 6
               Move Spaces to Mo-action(Multi-output-index)
               Move "N" to Mo-wanted-flag(Multi-output-index)
               Move "N" to Mo-stopped-flag(Multi-output-index)
               Move 0 to Mo-return-code(Multi-output-index)
               Move Spaces to Mo-reason-code(Multi-output-index)
               Move 0 to Mo-read-count(Multi-output-index)
               Move 0 to Mo-written-count(Multi-output-index)
               Move 0 to Mo-findings-count(Multi-output-index)
           End-perform
           Move 0 to Checkpoint-interval-count
           Move 0 to Total-copied-count
           Move 0 to Report-In-Records-Read
               AND ACTION NOT EQUAL DO-RESTORE-DATASET
               AND ACTION NOT EQUAL DO-MAINT-DATASET
               AND ACTION NOT EQUAL DO-MASK-DATASET
               AND ACTION NOT EQUAL DO-AGING-DATASET
               AND ACTION NOT EQUAL DO-CHARGEOFF-DATASET
               AND ACTION NOT EQUAL DO-PAYMENT-DATASET
               AND ACTION NOT EQUAL DO-DUPCHK-DATASET
               AND ACTION NOT EQUAL DO-REVERSE-DATASET
               AND ACTION NOT EQUAL DO-SNAPSHOT-DATASET
               AND ACTION NOT EQUAL DO-BUREAU-DATASET
               AND ACTION NOT EQUAL DO-SAMPLE-DATASET
               AND ACTION NOT EQUAL DO-MULTI-DATASET
               AND ACTION NOT EQUAL DO-RELEASE-DATASET
             Move "Y" to Request-reject-flag
             MOVE 20 TO RETURN-CODE
             Move "BADACTN" to Run-reason-code
           END-IF
      * Trial mode is honored by APPLY, PURGE and CHARGEOF alone - a
      * Y on any other card would run the real work while the
      * operator believes it is previewing, so the request is refused
      * with the same fail-fast treatment a mistyped ACTION gets
           IF NOT Request-rejected
               AND PARM-TRIAL-MODE EQUAL "Y"
               AND ACTION NOT EQUAL DO-APPLY-DATASET
               AND ACTION NOT EQUAL DO-PURGE-DATASET
               AND ACTION NOT EQUAL DO-CHARGEOFF-DATASET
             Move "BADTRIAL" to Run-reason-code
             PERFORM Reject-bad-parms
           END-IF
      * A posting run must carry a real posting date - the date is
      * both the charge's transaction date and the double-posting
      * guard, so a bad one cannot be allowed to slip through
      * REVERSE names the posting date whose charges it waives - the
      * same date edit POST gives it, with the same reason code
                 WHEN DO-POST-DATASET
                 WHEN DO-REVERSE-DATASET
                     Move PARM-POSTING-DATE to Date-under-edit
                     PERFORM Edit-calendar-date
                     IF NOT Date-is-valid
                         PERFORM Reject-bad-parms
                       END-IF
                     END-IF
      * Every age AGING reports is measured back from the cycle date,
      * so it must be a real calendar date - and SNAPSHOT keys its
      * history row by it, and BUREAU reports it as the activity date
                 WHEN DO-AGING-DATASET
                 WHEN DO-SNAPSHOT-DATASET
                 WHEN DO-BUREAU-DATASET
                     Move PARM-CYCLE-DATE to Date-under-edit
                     PERFORM Edit-calendar-date
                     IF NOT Date-is-valid
                       Move "BADCYCLE" to Run-reason-code
                       PERFORM Reject-bad-parms
                     END-IF
      * A write-off threshold of zero days would charge off every
      * account with a balance - a missing or mistyped value is
      * refused rather than taken at its word
                 WHEN DO-CHARGEOFF-DATASET
                     IF PARM-CHARGEOFF-DAYS < 1
                       Move "NOTHRESH" to Run-reason-code
                       PERFORM Reject-bad-parms
                     END-IF
      * A sample of nothing is no sample, and a zero seed would hold
      * the generator at zero and draw the same way every time
                 WHEN DO-SAMPLE-DATASET
                     IF PARM-SAMPLE-SIZE < 1
                       Move "NOSAMPLE" to Run-reason-code
                       PERFORM Reject-bad-parms
                     END-IF
                     IF NOT Request-rejected
                         AND PARM-SAMPLE-SEED EQUAL 0
                       Move "BADSEED" to Run-reason-code
                       PERFORM Reject-bad-parms
                     END-IF
      * A single-pass step must ask for at least one output, each
      * flag a plain Y or N (blank reads as N), and a SPLIT among
      * them needs the status codes a SPLIT card of its own would
                 WHEN DO-MULTI-DATASET
                     Perform varying Multi-output-index from 1 by 1
                             until Multi-output-index > 6
                         IF PARM-MULTI-OUTPUTS(Multi-output-index:1)
                                 NOT EQUAL "Y"
                             AND PARM-MULTI-OUTPUTS
                                 (Multi-output-index:1) NOT EQUAL "N"
                             AND PARM-MULTI-OUTPUTS
                                 (Multi-output-index:1) NOT EQUAL SPACE
                             AND NOT Request-rejected
                           Move "BADMULTI" to Run-reason-code
                           PERFORM Reject-bad-parms
                         END-IF
                     End-perform
                     IF NOT Request-rejected
                         AND PARM-MULTI-OUTPUTS(1:1) NOT EQUAL "Y"
                         AND PARM-MULTI-OUTPUTS(2:1) NOT EQUAL "Y"
                         AND PARM-MULTI-OUTPUTS(3:1) NOT EQUAL "Y"
                         AND PARM-MULTI-OUTPUTS(4:1) NOT EQUAL "Y"
                         AND PARM-MULTI-OUTPUTS(5:1) NOT EQUAL "Y"
                         AND PARM-MULTI-OUTPUTS(6:1) NOT EQUAL "Y"
                       Move "NOMULTI" to Run-reason-code
                       PERFORM Reject-bad-parms
                     END-IF
                     IF NOT Request-rejected
                         AND PARM-MULTI-OUTPUTS(1:1) EQUAL "Y"
                         AND PARM-SPLIT-STATUS-1 EQUAL SPACES
                         AND PARM-SPLIT-STATUS-2 EQUAL SPACES
                         AND PARM-SPLIT-STATUS-3 EQUAL SPACES
                         AND PARM-SPLIT-STATUS-4 EQUAL SPACES
                       Move "NOSPLITS" to Run-reason-code
                       PERFORM Reject-bad-parms
                     END-IF
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
      * Utility method to open the input and/or output file
      * ***************************************************
        Open-files.
           PERFORM Set-gl-controls
           PERFORM Set-legal-hold-controls
           PERFORM Set-multi-controls
      * A caller that wants this load module pointed at a dataset
      * other than whatever is allocated to SYSIN/SYSOUT in the JCL
      * can pass the dataset name in PARMS instead of editing the DD
               AND ACTION NOT EQUAL DO-POST-DATASET
               AND ACTION NOT EQUAL DO-RESTORE-DATASET
               AND ACTION NOT EQUAL DO-MAINT-DATASET
               AND ACTION NOT EQUAL DO-CHARGEOFF-DATASET
               AND ACTION NOT EQUAL DO-PAYMENT-DATASET
               AND ACTION NOT EQUAL DO-REVERSE-DATASET
               AND ACTION NOT EQUAL DO-SNAPSHOT-DATASET
               AND ACTION NOT EQUAL DO-BUREAU-DATASET
               AND ACTION NOT EQUAL DO-RELEASE-DATASET
               AND NOT (ACTION EQUAL DO-MULTI-DATASET
                   AND NOT Mo-wanted(Multi-ix-split))
             PERFORM Allocate-output-dataset
           END-IF
      * Open the input file.  A failed open no longer stops the run -
      * earliest-image-wins playback is built for exactly that.  A
      * trial run touches nothing and journals nothing
           IF (ACTION EQUAL DO-APPLY-DATASET
               OR ACTION EQUAL DO-PURGE-DATASET
               OR ACTION EQUAL DO-CHARGEOFF-DATASET
               OR ACTION EQUAL DO-PAYMENT-DATASET
               OR ACTION EQUAL DO-REVERSE-DATASET)
               AND PARM-TRIAL-MODE NOT EQUAL "Y"
             OPEN EXTEND JOURNAL-FILE
             if not journalfile-success
           END-IF
      * Open the SPLIT fan-out datasets - only the ones a routed
      * status code was actually supplied for, so an unallocated
      * spare DD is never touched.  A single-pass step asking for a
      * SPLIT opens them exactly as a SPLIT step would
           IF ACTION EQUAL DO-SPLIT-DATASET
               OR Mo-wanted(Multi-ix-split)
             IF PARM-SPLIT-STATUS-1 NOT EQUAL SPACES
               OPEN OUTPUT SPLIT-FILE-1
               if not split1file-success
               END-IF
             end-if
           END-IF
      * Open the machine-readable extract AGING writes alongside its
      * report
           IF ACTION EQUAL DO-AGING-DATASET
             OPEN OUTPUT AGING-EXTRACT-FILE
             if not agingfile-success
               Move "FSD0034E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD AGEOUT STATUS"
                   to Rlog-text-body
               Move AGING-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "AGEOUT" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the AGING extract CHARGEOF selects its accounts from,
      * and the recovery placement file it hands the agency - a trial
      * run places nothing, so the placement file is left alone.  An
      * extract whose trailer does not prove it whole is refused like
      * a missing one - writing off from a cut-short extract would
      * act on ages that may be overstated
           IF ACTION EQUAL DO-CHARGEOFF-DATASET
             OPEN INPUT AGING-INPUT-FILE
             if not ageinfile-success
               Move "FSD0035E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD AGEIN STATUS"
                   to Rlog-text-body
               Move AGEIN-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "AGEIN" to Open-failure-reason
               END-IF
             else
               PERFORM Prove-aging-extract
               IF NOT Agein-proven
                 Move "FSD0075E" to Rlog-message-id
                 Move Spaces to Rlog-line-text
                 Move "EXTRACT NOT PROVED DD AGEIN STATUS"
                     to Rlog-text-body
                 Move AGEIN-FILE-STATUS to Rlog-text-detail
                 PERFORM Write-run-log
                 Move "Y" to Open-files-status
                 IF Open-failure-reason EQUAL SPACES
                   Move "AGEINCMP" to Open-failure-reason
                 END-IF
               END-IF
             end-if
             IF PARM-TRIAL-MODE NOT EQUAL "Y"
               OPEN OUTPUT RECOVERY-FILE
               if not recoveryfile-success
                 Move "FSD0036E" to Rlog-message-id
                 Move Spaces to Rlog-line-text
                 Move "OPEN FAILED DD RECOVOUT STATUS"
                     to Rlog-text-body
                 Move RECOVERY-FILE-STATUS to Rlog-text-detail
                 PERFORM Write-run-log
                 Move "Y" to Open-files-status
                 IF Open-failure-reason EQUAL SPACES
                   Move "RECOVOUT" to Open-failure-reason
                 END-IF
               end-if
             END-IF
           END-IF
      * Open the lockbox transmission PAYMENT applies, and the suspense
      * file its unapplied items go to.  The suspense file is cut
      * fresh each run: a rerun suspends every unapplied item again,
      * so extending it would hand Cash Ops each item twice
           IF ACTION EQUAL DO-PAYMENT-DATASET
             OPEN INPUT LOCKBOX-FILE
             if not lockboxfile-success
               Move "FSD0043E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD LOCKBOX STATUS"
                   to Rlog-text-body
               Move LOCKBOX-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "LOCKBOX" to Open-failure-reason
               END-IF
             end-if
             OPEN OUTPUT SUSPENSE-FILE
             if not suspensefile-success
               Move "FSD0044E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD SUSPENSE STATUS"
                   to Rlog-text-body
               Move SUSPENSE-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "SUSPENSE" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the suspect report DUPCHK writes alongside the DELETE
      * lines it proposes on the output file
           IF ACTION EQUAL DO-DUPCHK-DATASET
             OPEN OUTPUT DUPCHK-REPORT-FILE
             if not duprptfile-success
               Move "FSD0045E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD DUPRPT STATUS"
                   to Rlog-text-body
               Move DUPRPT-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "DUPRPT" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the account list REVERSE waives charges for
           IF ACTION EQUAL DO-REVERSE-DATASET
             OPEN INPUT REVERSE-INPUT-FILE
             if not revinfile-success
               Move "FSD0046E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD REVIN STATUS"
                   to Rlog-text-body
               Move REVIN-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "REVIN" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the portfolio history SNAPSHOT adds the cycle's row to,
      * and the trend report it prints from that history.  The first
      * cycle ever finds no history to update - an empty cluster
      * cannot be opened for update, so it is loaded instead
           IF ACTION EQUAL DO-SNAPSHOT-DATASET
             OPEN I-O PORTFOLIO-HISTORY-FILE
             IF PORTHIST-FILE-STATUS EQUAL "35"
               OPEN OUTPUT PORTFOLIO-HISTORY-FILE
             END-IF
             IF porthistfile-success
               Move "Y" to Porthist-open-flag
             END-IF
             if not porthistfile-success
               Move "FSD0047E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD PORTHIST STATUS"
                   to Rlog-text-body
               Move PORTHIST-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "PORTHIST" to Open-failure-reason
               END-IF
             end-if
             OPEN OUTPUT PORTFOLIO-TREND-FILE
             if not portrptfile-success
               Move "FSD0048E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD PORTRPT STATUS"
                   to Rlog-text-body
               Move PORTRPT-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "PORTRPT" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the credit bureau table, the bureau file and the
      * exception list for a BUREAU step.  The table is read whole
      * into storage and closed again; one that cannot be read
      * through, or that names no furnisher for the header, is
      * refused like a missing one - the bureau rejects a file it
      * cannot attribute
           IF ACTION EQUAL DO-BUREAU-DATASET
             OPEN INPUT BUREAU-MAP-FILE
             if not burmapfile-success
               Move "FSD0052E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD BURMAP STATUS"
                   to Rlog-text-body
               Move BURMAP-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "BURMAP" to Open-failure-reason
               END-IF
             else
               PERFORM Load-bureau-map-table
               IF NOT At-burmap-eof
                 Move "FSD0053E" to Rlog-message-id
                 Move Spaces to Rlog-line-text
                 Move "READ FAILED DD BURMAP STATUS"
                     to Rlog-text-body
                 Move BURMAP-FILE-STATUS to Rlog-text-detail
                 PERFORM Write-run-log
                 Move "Y" to Open-files-status
                 IF Open-failure-reason EQUAL SPACES
                   Move "BURMAP" to Open-failure-reason
                 END-IF
               ELSE
                 IF NOT Bureau-reporter-found
                   Move "FSD0054E" to Rlog-message-id
                   Move Spaces to Rlog-line-text
                   Move "NO REPORTER ROW IN DD BURMAP"
                       to Rlog-text-body
                   PERFORM Write-run-log
                   Move "Y" to Open-files-status
                   IF Open-failure-reason EQUAL SPACES
                     Move "BURMAP" to Open-failure-reason
                   END-IF
                 END-IF
               END-IF
               CLOSE BUREAU-MAP-FILE
             end-if
             OPEN OUTPUT BUREAU-OUTPUT-FILE
             if not bureaufile-success
               Move "FSD0056E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD BUREAU STATUS"
                   to Rlog-text-body
               Move BUREAU-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "BUREAU" to Open-failure-reason
               END-IF
             end-if
             OPEN OUTPUT BUREAU-EXCEPTION-FILE
             if not burexcfile-success
               Move "FSD0057E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD BUREXC STATUS"
                   to Rlog-text-body
               Move BUREXC-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "BUREXC" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the certificate a SAMPLE step is drawn under
           IF ACTION EQUAL DO-SAMPLE-DATASET
             OPEN OUTPUT SAMPLE-CERTIFICATE-FILE
             if not sampcertfile-success
               Move "FSD0060E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD SAMPCERT STATUS"
                   to Rlog-text-body
               Move SAMPCERT-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "SAMPCERT" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Load the legal hold list for a step that changes or removes
      * account data.  The list is read whole into storage and closed
      * again; one that cannot be opened, cannot be read through, or
      * holds more accounts than the table does refuses the step, since
      * working from part of the list could touch an account Legal has
      * frozen
           IF Legal-hold-on
             OPEN INPUT LEGAL-HOLD-FILE
             if not holdlistfile-success
               Move "FSD0063E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD HOLDLIST STATUS"
                   to Rlog-text-body
               Move HOLDLIST-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "HOLDLIST" to Open-failure-reason
               END-IF
             else
               PERFORM Load-legal-hold-table
               IF NOT At-holdlist-eof
                 Move "FSD0066E" to Rlog-message-id
                 Move Spaces to Rlog-line-text
                 Move "READ FAILED DD HOLDLIST STATUS"
                     to Rlog-text-body
                 Move HOLDLIST-FILE-STATUS to Rlog-text-detail
                 PERFORM Write-run-log
                 Move "Y" to Open-files-status
                 IF Open-failure-reason EQUAL SPACES
                   Move "HOLDLIST" to Open-failure-reason
                 END-IF
               END-IF
               IF Legal-table-full
                 Move "FSD0067E" to Rlog-message-id
                 Move Spaces to Rlog-line-text
                 Move "LEGAL HOLD LIST OVER 2000 ACCOUNTS"
                     to Rlog-text-body
                 PERFORM Write-run-log
                 Move "Y" to Open-files-status
                 IF Open-failure-reason EQUAL SPACES
                   Move "HOLDLIST" to Open-failure-reason
                 END-IF
               END-IF
               CLOSE LEGAL-HOLD-FILE
             end-if
           END-IF
      * Open the report dataset of each output a single-pass step
      * asked for, other than SPLIT's
           IF Mo-wanted(Multi-ix-summary)
             OPEN OUTPUT MULTI-SUMMARY-FILE
             if not multsumfile-success
               Move "FSD0068E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD MULTSUM STATUS"
                   to Rlog-text-body
               Move MULTSUM-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "MULTSUM" to Open-failure-reason
               END-IF
             end-if
           END-IF
           IF Mo-wanted(Multi-ix-xcheck)
             OPEN OUTPUT MULTI-XCHECK-FILE
             if not multxckfile-success
               Move "FSD0069E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD MULTXCK STATUS"
                   to Rlog-text-body
               Move MULTXCK-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "MULTXCK" to Open-failure-reason
               END-IF
             end-if
           END-IF
           IF Mo-wanted(Multi-ix-statement)
             OPEN OUTPUT MULTI-STATEMENT-FILE
             if not multstmfile-success
               Move "FSD0070E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD MULTSTM STATUS"
                   to Rlog-text-body
               Move MULTSTM-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "MULTSTM" to Open-failure-reason
               END-IF
             end-if
           END-IF
           IF Mo-wanted(Multi-ix-verify)
             OPEN OUTPUT MULTI-VERIFY-FILE
             if not multvfyfile-success
               Move "FSD0071E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD MULTVFY STATUS"
                   to Rlog-text-body
               Move MULTVFY-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "MULTVFY" to Open-failure-reason
               END-IF
             end-if
           END-IF
           IF Mo-wanted(Multi-ix-dupcsv)
             OPEN OUTPUT MULTI-CSV-FILE
             if not multcsvfile-success
               Move "FSD0072E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD MULTCSV STATUS"
                   to Rlog-text-body
               Move MULTCSV-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "MULTCSV" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the general-ledger mapping table and the interface feed
      * for a step that moves money.  The table is read whole into
      * storage and closed again; one that cannot be read through is
      * refused like a missing one, since posting from half the rules
      * would send the rest of the movements to no account at all
           IF Gl-feed-on
             OPEN INPUT GL-MAP-FILE
             if not glmapfile-success
               Move "FSD0038E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD GLMAP STATUS"
                   to Rlog-text-body
               Move GLMAP-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "GLMAP" to Open-failure-reason
               END-IF
             else
               PERFORM Load-gl-map-table
               IF NOT At-glmap-eof
                 Move "FSD0039E" to Rlog-message-id
                 Move Spaces to Rlog-line-text
                 Move "READ FAILED DD GLMAP STATUS"
                     to Rlog-text-body
                 Move GLMAP-FILE-STATUS to Rlog-text-detail
                 PERFORM Write-run-log
                 Move "Y" to Open-files-status
                 IF Open-failure-reason EQUAL SPACES
                   Move "GLMAP" to Open-failure-reason
                 END-IF
               END-IF
               CLOSE GL-MAP-FILE
             end-if
             OPEN EXTEND GL-INTERFACE-FILE
             if not gloutfile-success
               Move "FSD0040E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD GLOUT STATUS"
                   to Rlog-text-body
               Move GLOUT-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "GLOUT" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the output file, unless this run only wants a count
      * of the records already sitting in the input file, or is a
      * LOAD rebuild or an APPLY update that has no OUT-INTERNAL-FILE
      * output at all, or an ANALYZE whose cards go out through the
      * card-image deck instead
           IF ACTION NOT EQUAL DO-COUNT-DATASET
               AND ACTION NOT EQUAL DO-LOAD-DATASET
               AND ACTION NOT EQUAL DO-APPLY-DATASET
               AND ACTION NOT EQUAL DO-ANALYZE-DATASET
               AND ACTION NOT EQUAL DO-UNDO-DATASET
               AND ACTION NOT EQUAL DO-POST-DATASET
               AND ACTION NOT EQUAL DO-RESTORE-DATASET
               AND ACTION NOT EQUAL DO-MAINT-DATASET
               AND ACTION NOT EQUAL DO-CHARGEOFF-DATASET
               AND ACTION NOT EQUAL DO-PAYMENT-DATASET
               AND ACTION NOT EQUAL DO-REVERSE-DATASET
               AND ACTION NOT EQUAL DO-SNAPSHOT-DATASET
               AND ACTION NOT EQUAL DO-BUREAU-DATASET
               AND ACTION NOT EQUAL DO-RELEASE-DATASET
      * A trial PURGE archives nothing - an OUTPUT open here would
      * empty the real archive dataset the preview is pointed at
               AND NOT (ACTION EQUAL DO-PURGE-DATASET
                   AND PARM-TRIAL-MODE EQUAL "Y")
      * A single-pass step writes SYSOUT only as SPLIT's fall-through
               AND NOT (ACTION EQUAL DO-MULTI-DATASET
                   AND NOT Mo-wanted(Multi-ix-split))
      * A restarted DUPLICAT resumes an output file that already holds
      * everything copied before the abend, so it is extended rather
      * than reopened for OUTPUT, which would truncate that progress
             IF ACTION EQUAL DO-COPY-DATASET
                 AND PARM-RESTART-KEY NOT EQUAL SPACES
               OPEN EXTEND OUT-INTERNAL-FILE
             ELSE
               OPEN OUTPUT OUT-INTERNAL-FILE
             END-IF
             if not outputfile-success
               Move "FSD0027E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD SYSOUT STATUS"
                   to Rlog-text-body
               Move OUT-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "OUTINT" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the second input file for actions that compare or
      * combine two extracts
           IF ACTION EQUAL DO-COMPARE-DATASET
               OR ACTION EQUAL DO-MERGE-DATASET
             OPEN INPUT IN-INTERNAL-FILE-2
             if not inputfile-2-success
               Move "FSD0028E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD SYSIN2 STATUS"
                   to Rlog-text-body
               Move IN-FILE-STATUS-2 to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "ININT2" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the restart-control dataset used to checkpoint a large
      * DUPLICAT copy so it can resume without starting at the top.
      * A restarted copy first reads the prior run's checkpoints back
      * to recover the extract-control totals, before this run's own
      * OUTPUT open replaces them
           IF ACTION EQUAL DO-COPY-DATASET
               AND PARM-RESTART-KEY NOT EQUAL SPACES
             PERFORM Read-restart-controls
           END-IF
           IF ACTION EQUAL DO-COPY-DATASET
             OPEN OUTPUT RESTART-CONTROL-FILE
             if not restartfile-success
               Move "FSD0029E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "OPEN FAILED DD CHKPOINT STATUS"
                   to Rlog-text-body
               Move RESTART-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
               Move "Y" to Open-files-status
               IF Open-failure-reason EQUAL SPACES
                 Move "RESTART" to Open-failure-reason
               END-IF
             end-if
           END-IF
      * Open the control report that is produced for every run
           OPEN OUTPUT CONTROL-REPORT-FILE
           if not reportfile-success
             Move "FSD0030E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "OPEN FAILED DD SYSPRINT STATUS"
                 to Rlog-text-body
             Move REPORT-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             Move "Y" to Open-files-status
             IF Open-failure-reason EQUAL SPACES
               Move "CTLRPT" to Open-failure-reason
             END-IF
           end-if.
        Open-files-EXIT.
           EXIT.

      * ***************************************************
      * Utility method performing the one OPEN of IN-INTERNAL-FILE
      * in the mode the action needs, so the retry path re-drives
      * exactly the same open the first attempt made
      * ***************************************************
        Open-input-internal-file.
           IF ACTION EQUAL DO-LOAD-DATASET
             OPEN OUTPUT IN-INTERNAL-FILE
           ELSE
             OPEN I-O IN-INTERNAL-FILE
           END-IF.
        Open-input-internal-file-EXIT.
           EXIT.

      * ***************************************************
      * Utility method rewinding a held-open input file to its first
      * record, standing in for the positioning a fresh open provides -
      * the START's status says whether the reuse took
      * ***************************************************
        Rewind-held-input.
           Move LOW-VALUES to IN-RECORD-KEY
           START IN-INTERNAL-FILE
                 KEY IS GREATER THAN OR EQUAL TO IN-RECORD-KEY
               INVALID KEY
                   CONTINUE
           END-START.
        Rewind-held-input-EXIT.
           EXIT.

      * ***************************************************
      * Utility method re-driving a contended open of the input file,
      * waiting PARM-OPEN-RETRY-WAIT seconds between attempts, up to
      * PARM-OPEN-RETRY-COUNT attempts - only file status 93, the
      * contention class, is worth retrying; a missing dataset will
      * not appear however long we wait
      * ***************************************************
        Retry-input-open.
           Move 0 to Open-retry-attempts
           Perform until inputfile-success
                   OR IN-FILE-STATUS NOT EQUAL "93"
                   OR Open-retry-attempts >= PARM-OPEN-RETRY-COUNT
               ADD 1 TO Open-retry-attempts
               Move "FSD0033I" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "INPUT OPEN CONTENTION RETRY ATTEMPT"
                   to Rlog-text-body
               Move Open-retry-attempts to Rlog-rc-edited
               Move Rlog-rc-edited to Rlog-text-detail
               PERFORM Write-run-log
               PERFORM Wait-retry-interval
               PERFORM Open-input-internal-file
           End-perform.
        Retry-input-open-EXIT.
           EXIT.

      * ***************************************************
      * Utility method waiting out the retry interval between open
      * attempts via the wait service
      * ***************************************************
        Wait-retry-interval.
           COMPUTE Open-retry-wait-hundredths =
               PARM-OPEN-RETRY-WAIT * 100
           CALL 'ILBOWAT0' USING Open-retry-wait-hundredths.
        Wait-retry-interval-EXIT.
           EXIT.

      * ***************************************************
      * Utility method to dynamically allocate PARM-IN-DATASET-NAME
      * to the SYSIN DD before Open-files opens IN-INTERNAL-FILE
      * ***************************************************
      * A LOAD run opens this same DD for OUTPUT to rebuild the KSDS
      * (see Open-files), so it is allocated OLD/exclusive rather than
      * SHR - SHR is for a target being read concurrently, not one
      * about to be rewritten
        Allocate-input-dataset.
           Move Spaces to Dynalloc-request-data
           Move 1 to Dynalloc-string-pointer
           IF ACTION EQUAL DO-LOAD-DATASET
             STRING 'ALLOC DD(SYSIN) DSN(' DELIMITED BY SIZE
                    PARM-IN-DATASET-NAME DELIMITED BY SPACE
                    ') OLD REUSE' DELIMITED BY SIZE
                 INTO Dynalloc-request-data
                 WITH POINTER Dynalloc-string-pointer
             END-STRING
           ELSE
             STRING 'ALLOC DD(SYSIN) DSN(' DELIMITED BY SIZE
                    PARM-IN-DATASET-NAME DELIMITED BY SPACE
                    ') SHR REUSE' DELIMITED BY SIZE
                 INTO Dynalloc-request-data
                 WITH POINTER Dynalloc-string-pointer
             END-STRING
           END-IF
           COMPUTE Dynalloc-request-length =
               Dynalloc-string-pointer - 1
           CALL 'BPXWDYN' USING Dynalloc-request-text
                                 Dynalloc-return-code.
        Allocate-input-dataset-EXIT.
           EXIT.

      * ***************************************************
      * Utility method to dynamically allocate PARM-OUT-DATASET-NAME
      * to the SYSOUT DD before Open-files opens OUT-INTERNAL-FILE
      * ***************************************************
        Allocate-output-dataset.
           Move Spaces to Dynalloc-request-data
           Move 1 to Dynalloc-string-pointer
           STRING 'ALLOC DD(SYSOUT) DSN(' DELIMITED BY SIZE
                  PARM-OUT-DATASET-NAME DELIMITED BY SPACE
                  ') OLD REUSE' DELIMITED BY SIZE
               INTO Dynalloc-request-data
               WITH POINTER Dynalloc-string-pointer
           END-STRING
           COMPUTE Dynalloc-request-length =
               Dynalloc-string-pointer - 1
           CALL 'BPXWDYN' USING Dynalloc-request-text
                                 Dynalloc-return-code.
        Allocate-output-dataset-EXIT.
           EXIT.

      * ***************************************************
      * Utility method to close the input and/or output file
      * ***************************************************
      * Every CLOSE below is guarded by the matching OPEN's success flag,
      * since a failed open in Open-files means the file was never opened
        Close-files.
      * Close the input file - or carry it open into the next step
      * when the caller asked to share the open across the batch.
      * Input-was-opened says whether this call really has the cluster
      * open, since the action's last read usually leaves end-of-file
      * in the status word.  A hold an earlier step left rides
      * untouched through INTAKE and CONSOLID, which never open the
      * cluster, and a LOAD whose verification pass refused the
      * extract never opened the target at all
           EVALUATE TRUE
               WHEN ACTION EQUAL DO-LOAD-DATASET
                   IF Load-controls-good AND inputfile-success
                     CLOSE IN-INTERNAL-FILE
                   END-IF
      * INTAKE, CONSOLID and RELEASE never open the cluster
      * themselves, but an earlier step's hold must still be released
      * through them when the caller is no longer asking for it - the
      * batch's last call may be one of these, and the batch must end
      * with the file properly closed
               WHEN ACTION EQUAL DO-INTAKE-DATASET
               WHEN ACTION EQUAL DO-CONSOL-DATASET
               WHEN ACTION EQUAL DO-RELEASE-DATASET
                   IF Input-held-open
                       AND PARM-HOLD-INPUT-OPEN NOT EQUAL "Y"
                     CLOSE IN-INTERNAL-FILE
                     Move "N" to Input-held-flag
                   END-IF
               WHEN Input-was-opened
                   IF PARM-HOLD-INPUT-OPEN EQUAL "Y"
                     Move "Y" to Input-held-flag
                   ELSE
                     CLOSE IN-INTERNAL-FILE
                     Move "N" to Input-held-flag
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * Close the output file, if it was opened for this run
           IF ACTION NOT EQUAL DO-COUNT-DATASET
               AND ACTION NOT EQUAL DO-LOAD-DATASET
               AND ACTION NOT EQUAL DO-APPLY-DATASET
               AND ACTION NOT EQUAL DO-ANALYZE-DATASET
               AND ACTION NOT EQUAL DO-UNDO-DATASET
               AND ACTION NOT EQUAL DO-POST-DATASET
               AND ACTION NOT EQUAL DO-RESTORE-DATASET
               AND ACTION NOT EQUAL DO-MAINT-DATASET
               AND ACTION NOT EQUAL DO-CHARGEOFF-DATASET
               AND ACTION NOT EQUAL DO-PAYMENT-DATASET
               AND ACTION NOT EQUAL DO-REVERSE-DATASET
               AND ACTION NOT EQUAL DO-SNAPSHOT-DATASET
               AND ACTION NOT EQUAL DO-BUREAU-DATASET
               AND ACTION NOT EQUAL DO-RELEASE-DATASET
               AND NOT (ACTION EQUAL DO-PURGE-DATASET
                   AND PARM-TRIAL-MODE EQUAL "Y")
      * A single-pass step writes SYSOUT only as SPLIT's fall-through
               AND NOT (ACTION EQUAL DO-MULTI-DATASET
                   AND NOT Mo-wanted(Multi-ix-split))
               AND outputfile-success
             CLOSE OUT-INTERNAL-FILE
           END-IF
      * Close the analyze card deck, if it was opened for this run
           IF ACTION EQUAL DO-ANALYZE-DATASET AND cardfile-success
             CLOSE ANALYZE-CARD-FILE
           END-IF
      * Close the apply-input file, if it was opened for this run
           IF ACTION EQUAL DO-APPLY-DATASET AND applyfile-success
             CLOSE APPLY-INPUT-FILE
           END-IF
      * Close the before-image journal, if it was opened for this run -
      * a trial APPLY, PURGE or CHARGEOF never opened it
           IF (ACTION EQUAL DO-UNDO-DATASET
               OR ((ACTION EQUAL DO-APPLY-DATASET
                   OR ACTION EQUAL DO-PURGE-DATASET
                   OR ACTION EQUAL DO-CHARGEOFF-DATASET
                   OR ACTION EQUAL DO-PAYMENT-DATASET
                   OR ACTION EQUAL DO-REVERSE-DATASET)
                   AND PARM-TRIAL-MODE NOT EQUAL "Y"))
               AND journalfile-success
             CLOSE JOURNAL-FILE
           END-IF
      * Close whichever SPLIT fan-out datasets were opened, by a
      * SPLIT step or a single-pass step that asked for one
           IF ACTION EQUAL DO-SPLIT-DATASET
               OR Mo-wanted(Multi-ix-split)
             IF PARM-SPLIT-STATUS-1 NOT EQUAL SPACES
                 AND split1file-success
               CLOSE SPLIT-FILE-1
             END-IF
             IF PARM-SPLIT-STATUS-2 NOT EQUAL SPACES
                 AND split2file-success
               CLOSE SPLIT-FILE-2
             END-IF
             IF PARM-SPLIT-STATUS-3 NOT EQUAL SPACES
                 AND split3file-success
               CLOSE SPLIT-FILE-3
             END-IF
             IF PARM-SPLIT-STATUS-4 NOT EQUAL SPACES
                 AND split4file-success
               CLOSE SPLIT-FILE-4
             END-IF
           END-IF
      * Close the sequential load-input file, if it was opened
           IF ACTION EQUAL DO-LOAD-DATASET AND loadfile-success
             CLOSE LOAD-INPUT-FILE
           END-IF
      * Close the rate-table dataset, if it was opened for this run
           IF (ACTION EQUAL DO-ADJUST-DATASET
               OR ACTION EQUAL DO-POST-DATASET)
               AND ratefile-success
             CLOSE RATE-TABLE-FILE
           END-IF
      * Close the reject dataset, if it was opened for this run
           IF (ACTION EQUAL DO-VALIDATE-DATASET
               OR ACTION EQUAL DO-INTAKE-DATASET)
               AND rejectfile-success
             CLOSE REJECT-FILE
           END-IF
      * Close the archive input, if it was opened for this run
           IF ACTION EQUAL DO-RESTORE-DATASET AND archivefile-success
             CLOSE ARCHIVE-INPUT-FILE
           END-IF
      * Close the maintenance card deck, if it was opened for this run
           IF ACTION EQUAL DO-MAINT-DATASET AND maintfile-success
             CLOSE MAINT-CARD-FILE
           END-IF
      * Close the aging extract, if it was opened for this run
           IF ACTION EQUAL DO-AGING-DATASET AND agingfile-success
             CLOSE AGING-EXTRACT-FILE
           END-IF
      * Close the charge-off input and placement files, if opened
           IF ACTION EQUAL DO-CHARGEOFF-DATASET
             IF ageinfile-success
               CLOSE AGING-INPUT-FILE
             END-IF
             IF PARM-TRIAL-MODE NOT EQUAL "Y"
                 AND recoveryfile-success
               CLOSE RECOVERY-FILE
             END-IF
           END-IF
      * Close the lockbox and suspense files, if opened
           IF ACTION EQUAL DO-PAYMENT-DATASET
             IF lockboxfile-success
               CLOSE LOCKBOX-FILE
             END-IF
             IF suspensefile-success
               CLOSE SUSPENSE-FILE
             END-IF
           END-IF
      * Close the suspect report, if it was opened for this run
           IF ACTION EQUAL DO-DUPCHK-DATASET AND duprptfile-success
             CLOSE DUPCHK-REPORT-FILE
           END-IF
      * Close the reversal account list, if it was opened for this run
           IF ACTION EQUAL DO-REVERSE-DATASET AND revinfile-success
             CLOSE REVERSE-INPUT-FILE
           END-IF
      * Close the portfolio history and trend report, if opened
           IF ACTION EQUAL DO-SNAPSHOT-DATASET
             IF Porthist-is-open
               CLOSE PORTFOLIO-HISTORY-FILE
             END-IF
             IF portrptfile-success
               CLOSE PORTFOLIO-TREND-FILE
             END-IF
           END-IF
      * Close the bureau file and its exception list, if opened
           IF ACTION EQUAL DO-BUREAU-DATASET
             IF bureaufile-success
               CLOSE BUREAU-OUTPUT-FILE
             END-IF
             IF burexcfile-success
               CLOSE BUREAU-EXCEPTION-FILE
             END-IF
           END-IF
      * Close the sampling certificate, if opened
           IF ACTION EQUAL DO-SAMPLE-DATASET
               AND sampcertfile-success
             CLOSE SAMPLE-CERTIFICATE-FILE
           END-IF
      * Close the single-pass report datasets that were opened
           IF Mo-wanted(Multi-ix-summary) AND multsumfile-success
             CLOSE MULTI-SUMMARY-FILE
           END-IF
           IF Mo-wanted(Multi-ix-xcheck) AND multxckfile-success
             CLOSE MULTI-XCHECK-FILE
           END-IF
           IF Mo-wanted(Multi-ix-statement) AND multstmfile-success
             CLOSE MULTI-STATEMENT-FILE
           END-IF
           IF Mo-wanted(Multi-ix-verify) AND multvfyfile-success
             CLOSE MULTI-VERIFY-FILE
           END-IF
           IF Mo-wanted(Multi-ix-dupcsv) AND multcsvfile-success
             CLOSE MULTI-CSV-FILE
           END-IF
      * Close the general-ledger feed, if it was opened for this run
           IF Gl-feed-on AND gloutfile-success
             CLOSE GL-INTERFACE-FILE
           END-IF
      * Close the partner feed and its translation table, if opened
           IF ACTION EQUAL DO-INTAKE-DATASET
             IF partnerfile-success
               CLOSE PARTNER-FEED-FILE
             END-IF
             IF xlatefile-success
               CLOSE XLATE-TABLE-FILE
             END-IF
           END-IF
      * Close the second input file, if it was opened for this run
           IF (ACTION EQUAL DO-COMPARE-DATASET
               OR ACTION EQUAL DO-MERGE-DATASET)
               AND inputfile-2-success
             CLOSE IN-INTERNAL-FILE-2
           END-IF
      * Close the restart-control dataset, if it was opened for this run
           IF ACTION EQUAL DO-COPY-DATASET AND restartfile-success
             CLOSE RESTART-CONTROL-FILE
           END-IF
      * Close the control report
           IF reportfile-success
             CLOSE CONTROL-REPORT-FILE
           END-IF.
        Close-files-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for counting the records in the input file without writing
      * them out to the output file
      * ****************************************************************************
        Count-input-data.
      * Loop until end of file for input file, tallying as we go -
      * overall, and broken out by record type for the mixed feed
           Move "0" to Input-eof
           Move 0 to Record-count
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 ADD 1 TO Record-count
                 PERFORM Normalize-record-type
                 EVALUATE TRUE
                     WHEN Norm-master-record
                         ADD 1 TO Type-01-count
                     WHEN Norm-transaction-record
                         ADD 1 TO Type-02-count
                     WHEN Norm-history-record
                         ADD 1 TO Type-03-count
                     WHEN OTHER
                         ADD 1 TO Type-other-count
                 END-EVALUATE
               End-IF
           End-perform.
        Count-input-data-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for classifying the record just read by its
      * record type, treating the blank type of a master row cut
      * before the type code existed as type 01
      * **********************************************************
        Normalize-record-type.
           IF IN-REC-RECORD-TYPE EQUAL SPACES
               OR IN-REC-RECORD-TYPE EQUAL LOW-VALUES
             Move "01" to Record-type-norm
           ELSE
             Move IN-REC-RECORD-TYPE to Record-type-norm
           END-IF.
        Normalize-record-type-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for copying input data from the input file to the output file
      * ****************************************************************************
        Copy-input-to-output.
      * Loop until end of file for input file
           Move "0" to Input-eof
           Move 0 to Checkpoint-interval-count
           Move 0 to Total-copied-count
      * A caller restarting an abended run passes back the last key it
      * checkpointed, so we resume from that key instead of the top
           IF PARM-RESTART-KEY NOT EQUAL SPACES
             Move PARM-RESTART-KEY to IN-RECORD-KEY
             PERFORM Start-restart-input-data
           END-IF
           Perform until
                   NOT inputfile-success OR
                   NOT outputfile-success

               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Write-output-data
                 ADD 1 TO Total-copied-count
                 ADD 1 TO Checkpoint-interval-count
                 IF PARM-CHECKPOINT-INTERVAL > 0
                     AND Checkpoint-interval-count >=
                         PARM-CHECKPOINT-INTERVAL
                   PERFORM Write-checkpoint-record
                   Move 0 to Checkpoint-interval-count
                 END-IF
               End-IF
           End-perform.
        Copy-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for copying only those input records whose PARM-FILTER-OFFSET
      * / PARM-FILTER-LENGTH slice of the record matches PARM-FILTER-VALUE, further
      * narrowed to one record type when PARM-RECORD-TYPE is set - a zero filter
      * length with a record type set selects on the type alone, so the mixed
      * feed can be split by shape without inventing a byte-slice to match
      * ****************************************************************************
        Filter-input-to-output.
           Move "0" to Input-eof
           Perform until
                   NOT inputfile-success OR
                   NOT outputfile-success

               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Normalize-record-type
                 IF (PARM-FILTER-LENGTH EQUAL 0
                     OR Temp-data
                         (PARM-FILTER-OFFSET:PARM-FILTER-LENGTH)
                         EQUAL PARM-FILTER-VALUE
                             (1:PARM-FILTER-LENGTH))
                     AND (PARM-RECORD-TYPE EQUAL SPACES
                         OR Record-type-norm EQUAL PARM-RECORD-TYPE)
                   PERFORM Write-output-data
                 END-IF
               End-IF
           End-perform.
        Filter-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for editing every input record against the business layout -
      * records passing every field edit are copied to the output file, records
      * failing any edit are written to the reject dataset instead, carrying a
      * reason code for each field that failed - used by the VALIDATE action
      * ****************************************************************************
        Validate-input-to-output.
           Move "0" to Input-eof
           Move 0 to Reject-count
           Perform until
                   NOT inputfile-success OR
                   NOT outputfile-success OR
                   NOT rejectfile-success

               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Edit-input-record
                 IF Record-edit-failed
                   PERFORM Write-reject-record
                 ELSE
                   PERFORM Write-output-data
                 END-IF
               End-IF
           End-perform.
        Validate-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for applying the field edits to the record just read into
      * the input record area, leaving a reason code in REJECT-REASON-CODES for
      * every field that failed and setting Record-edit-flag when any did
      * ****************************************************************************
        Edit-input-record.
           Move "N" to Record-edit-flag
           Move Spaces to REJECT-REASON-CODES
           PERFORM Normalize-record-type
      * The record type itself must be one the layout defines before
      * any type-specific edit can be trusted
           IF NOT Norm-known-record-type
             Move "RTYP" to REJECT-TYPE-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * The account id doubles as the record key, so a blank one means
      * the record can never be found again once loaded
           IF IN-REC-ACCOUNT-ID EQUAL SPACES
             Move "ACCT" to REJECT-ACCT-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * The effective date must be a real calendar date, not just
      * eight digits
           Move IN-REC-EFFECTIVE-DATE to Date-under-edit
           PERFORM Edit-calendar-date
           IF NOT Date-is-valid
             Move "DATE" to REJECT-DATE-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * The remaining edits depend on the record's shape
           EVALUATE TRUE
               WHEN Norm-master-record
                   PERFORM Edit-master-fields
               WHEN Norm-transaction-record
                   PERFORM Edit-transaction-fields
               WHEN Norm-history-record
                   PERFORM Edit-history-fields
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        Edit-input-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the field edits that apply to an account master row -
      * the status code and the account-level amount
      * ****************************************************************************
        Edit-master-fields.
      * The status code must be one of the codes this shop uses
           Move IN-REC-STATUS-CODE to Status-under-edit
           IF NOT Valid-status-code
             Move "STAT" to REJECT-STATUS-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * The amount must actually be numeric before anything downstream
      * tries arithmetic on it
           IF IN-REC-AMOUNT NOT NUMERIC
             Move "AMTN" to REJECT-AMOUNT-REASON
             Move "Y" to Record-edit-flag
           END-IF.
        Edit-master-fields-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the field edits that apply to a transaction detail
      * row - the transaction date, type, and amount carried in the type 02
      * detail area
      * ****************************************************************************
        Edit-transaction-fields.
      * The transaction date must be a real calendar date
           Move IN-REC-TRAN-DATE to Date-under-edit
           PERFORM Edit-calendar-date
           IF NOT Date-is-valid
             Move "TDAT" to REJECT-TRANDATE-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * The transaction type must be one the shop processes
           Move IN-REC-TRAN-TYPE to Tran-type-under-edit
           IF NOT Valid-tran-type
             Move "TTYP" to REJECT-TRANTYPE-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * The transaction amount must be numeric
           IF IN-REC-TRAN-AMOUNT NOT NUMERIC
             Move "TAMT" to REJECT-TRANAMT-REASON
             Move "Y" to Record-edit-flag
           END-IF.
        Edit-transaction-fields-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the field edits that apply to a status-history row -
      * both codes, the change date, the action and the master it names, using
      * the type 02 reason slots in the same positions the detail area shares
      * ****************************************************************************
        Edit-history-fields.
      * The new code must be one the shop uses; the old one is blank
      * only on the row cut when a master first arrives on the file
           Move IN-REC-HIST-NEW-STATUS to Status-under-edit
           IF NOT Valid-status-code
             Move "HSTA" to REJECT-STATUS-REASON
             Move "Y" to Record-edit-flag
           END-IF
           IF IN-REC-HIST-OLD-STATUS NOT EQUAL SPACES
             Move IN-REC-HIST-OLD-STATUS to Status-under-edit
             IF NOT Valid-status-code
               Move "HSTA" to REJECT-STATUS-REASON
               Move "Y" to Record-edit-flag
             END-IF
           END-IF
      * The change date must be a real calendar date
           Move IN-REC-HIST-CHANGE-DATE to Date-under-edit
           PERFORM Edit-calendar-date
           IF NOT Date-is-valid
             Move "HDAT" to REJECT-TRANDATE-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * A row that cannot say what made the change or which master
      * it belongs to answers nothing an auditor asks
           IF IN-REC-HIST-ACTION EQUAL SPACES
             Move "HACT" to REJECT-TRANTYPE-REASON
             Move "Y" to Record-edit-flag
           END-IF
           IF IN-REC-HIST-PARENT-ID EQUAL SPACES
             Move "HPAR" to REJECT-TRANAMT-REASON
             Move "Y" to Record-edit-flag
           END-IF.
        Edit-history-fields-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for editing Date-under-edit as a real CCYYMMDD calendar
      * date - month 1 thru 12, day within the month, February sized by the
      * leap-year rule - setting Date-is-valid when it passes
      * ****************************************************************************
        Edit-calendar-date.
           Move "N" to Date-edit-flag
           IF Date-under-edit NUMERIC
             EVALUATE Date-edit-month
                 WHEN 1
                 WHEN 3
                 WHEN 5
                 WHEN 7
                 WHEN 8
                 WHEN 10
                 WHEN 12
                     Move 31 to Date-month-max
                 WHEN 4
                 WHEN 6
                 WHEN 9
                 WHEN 11
                     Move 30 to Date-month-max
                 WHEN 2
                     Move 28 to Date-month-max
                     DIVIDE Date-edit-year BY 4
                         GIVING Date-edit-quotient
                         REMAINDER Date-edit-remainder
                     IF Date-edit-remainder EQUAL 0
                       Move 29 to Date-month-max
                       DIVIDE Date-edit-year BY 100
                           GIVING Date-edit-quotient
                           REMAINDER Date-edit-remainder
                       IF Date-edit-remainder EQUAL 0
                         Move 28 to Date-month-max
                         DIVIDE Date-edit-year BY 400
                             GIVING Date-edit-quotient
                             REMAINDER Date-edit-remainder
                         IF Date-edit-remainder EQUAL 0
                           Move 29 to Date-month-max
                         END-IF
                       END-IF
                     END-IF
                 WHEN OTHER
                     Move 0 to Date-month-max
             END-EVALUATE
             IF Date-month-max > 0
                 AND Date-edit-day >= 1
                 AND Date-edit-day <= Date-month-max
               Move "Y" to Date-edit-flag
             END-IF
           END-IF.
        Edit-calendar-date-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the record that failed its edits to
      * the reject dataset, with the reason codes Edit-input-record left
      * in REJECT-REASON-CODES
      * *******************************************
        Write-reject-record.
           Move Temp-data to REJECT-RECORD-DATA
           WRITE REJECT-RECORD
           ADD 1 TO Reject-count.
        Write-reject-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for playing a COMPARE output file back against the indexed
      * input file - WRITE for ADD, REWRITE for CHANGE, DELETE for DELETE - turning
      * COMPARE's diagnostic extract into an actual synchronization of the target.
      * Failed operations are counted rather than stopping the run, so one bad
      * line does not abandon the rest of the apply.  A line touching an account
      * under legal hold is refused without being applied, and counted as held
      * ****************************************************************************
        Apply-changes-to-internal.
           Move "0" to Apply-eof
           Perform until At-apply-eof
                   OR NOT applyfile-success
                   OR NOT journalfile-success
               PERFORM Read-next-apply-record
               IF NOT At-apply-eof AND applyfile-success
                 ADD 1 TO Report-In-Records-Read
                 Move APPLY-RECORD-DATA to Legal-check-image
                 PERFORM Check-legal-hold
      * In trial mode every line is sized up but nothing is touched -
      * the would-be counts land in the normal response fields and
      * the affected keys go to the run report
                 EVALUATE TRUE
                     WHEN Account-under-hold
                         PERFORM Refuse-held-account
                     WHEN PARM-TRIAL-MODE EQUAL "Y"
                         PERFORM Trial-one-change
                     WHEN OTHER
                         PERFORM Apply-one-change
                 END-EVALUATE
               End-IF
           End-perform
      * A run whose journal stopped taking before-images mid-apply has
      * changes on file with no way back - that must not report clean.
      * A trial run touched neither the file nor the journal
           IF PARM-TRIAL-MODE NOT EQUAL "Y"
               AND NOT journalfile-success
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "JRNLWRIT" to Run-reason-code
             END-IF
           END-IF.
        Apply-changes-to-internal-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for applying the single ADD/CHANGE/DELETE line just read
      * from the apply-input file to IN-INTERNAL-FILE, tallying the operation
      * under its action code, or under the failed count when VSAM rejects it
      * or the action code is not one COMPARE writes.  Every operation that
      * takes leaves a before-image journal record behind - the image read
      * ahead of a change or delete, spaces for an add - so UNDO can put the
      * cluster back the way this run found it
      * ****************************************************************************
        Apply-one-change.
           EVALUATE APPLY-ACTION-CODE
               WHEN "ADD"
                   Move APPLY-RECORD-DATA to IN-FILE-RECORD
                   WRITE IN-FILE-RECORD
                       INVALID KEY
                           ADD 1 TO Apply-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Apply-add-count
                           Move "ADD" to JOURNAL-ACTION-CODE
                           Move APPLY-RECORD-DATA(1:8)
                               to JOURNAL-RECORD-KEY
                           Move Spaces to JOURNAL-BEFORE-IMAGE
                           PERFORM Write-journal-record
                           Move Spaces to Gl-before-image
                           Move APPLY-RECORD-DATA to Gl-after-image
                           PERFORM Record-balance-change
                           Move Spaces to History-before-image
                           PERFORM Record-status-change
                   END-WRITE
               WHEN "CHANGE"
                   PERFORM Read-apply-before-image
                   Move APPLY-RECORD-DATA to IN-FILE-RECORD
                   REWRITE IN-FILE-RECORD
                       INVALID KEY
                           ADD 1 TO Apply-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Apply-change-count
                           Move "CHANGE" to JOURNAL-ACTION-CODE
                           Move APPLY-RECORD-DATA(1:8)
                               to JOURNAL-RECORD-KEY
                           Move Apply-before-image
                               to JOURNAL-BEFORE-IMAGE
                           PERFORM Write-journal-record
                           Move Apply-before-image to Gl-before-image
                           Move APPLY-RECORD-DATA to Gl-after-image
                           PERFORM Record-balance-change
                           Move Apply-before-image
                               to History-before-image
                           PERFORM Record-status-change
                   END-REWRITE
               WHEN "DELETE"
                   PERFORM Read-apply-before-image
                   Move APPLY-RECORD-DATA(1:8) to IN-RECORD-KEY
                   DELETE IN-INTERNAL-FILE
                       INVALID KEY
                           ADD 1 TO Apply-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Apply-delete-count
                           Move "DELETE" to JOURNAL-ACTION-CODE
                           Move APPLY-RECORD-DATA(1:8)
                               to JOURNAL-RECORD-KEY
                           Move Apply-before-image
                               to JOURNAL-BEFORE-IMAGE
                           PERFORM Write-journal-record
                           Move Apply-before-image to Gl-before-image
                           Move Spaces to Gl-after-image
                           PERFORM Record-balance-change
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO Apply-failed-count
           END-EVALUATE.
        Apply-one-change-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method sizing up the single ADD/CHANGE/DELETE line in trial
      * mode - the record is read to see whether the operation would take,
      * the verdict lands in the same counts a real apply reports, and the
      * key goes on the run report, but the file itself is never touched
      * ****************************************************************************
        Trial-one-change.
           Move APPLY-ACTION-CODE to TRI-ACTION
           Move APPLY-RECORD-DATA(1:8) to TRI-KEY
           Move APPLY-RECORD-DATA(1:8) to IN-RECORD-KEY
           EVALUATE APPLY-ACTION-CODE
               WHEN "ADD"
                   READ IN-INTERNAL-FILE
                       INVALID KEY
                           ADD 1 TO Apply-add-count
                           PERFORM Write-trial-line
                       NOT INVALID KEY
                           ADD 1 TO Apply-failed-count
                   END-READ
               WHEN "CHANGE"
                   READ IN-INTERNAL-FILE
                       INVALID KEY
                           ADD 1 TO Apply-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Apply-change-count
                           PERFORM Write-trial-line
                   END-READ
               WHEN "DELETE"
                   READ IN-INTERNAL-FILE
                       INVALID KEY
                           ADD 1 TO Apply-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Apply-delete-count
                           PERFORM Write-trial-line
                   END-READ
               WHEN OTHER
                   ADD 1 TO Apply-failed-count
           END-EVALUATE
      * A not-found read is part of the sizing, not a broken run -
      * clear the status so the loop and the response stay clean
           IF IN-FILE-STATUS EQUAL "23"
             Move "00" to IN-FILE-STATUS
           END-IF.
        Trial-one-change-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing one would-be operation of a trial run
      * to the run report
      * *******************************************
        Write-trial-line.
           IF reportfile-success
             Move Spaces to CONTROL-REPORT-RECORD
             Move Trial-report-line to CONTROL-REPORT-RECORD
             WRITE CONTROL-REPORT-RECORD
           END-IF.
        Write-trial-line-EXIT.
           EXIT.

      * **********************************************************
      * Utility method capturing the record as it stands on file before
      * a change or delete touches it - a key not on file leaves the
      * image as spaces, and the operation itself will then fail and be
      * counted without a journal record being cut
      * **********************************************************
        Read-apply-before-image.
           Move Spaces to Apply-before-image
           Move APPLY-RECORD-DATA(1:8) to IN-RECORD-KEY
           READ IN-INTERNAL-FILE into Apply-before-image
               INVALID KEY
                   CONTINUE
           END-READ.
        Read-apply-before-image-EXIT.
           EXIT.

      * **********************************************************
      * Utility method writing one before-image record to the journal -
      * the operation, key and image were all placed by the caller
      * **********************************************************
        Write-journal-record.
           WRITE JOURNAL-RECORD.
        Write-journal-record-EXIT.
           EXIT.

      * **********************************************************
      * Utility method deciding whether the operation that just took
      * changed a master's status - the record as it now stands is in
      * IN-FILE-RECORD, the image it had before in History-before-image
      * (spaces when the record was not on file, so a master arriving
      * by ADD, RESTORE or UNDO shows a blank old code).  A change
      * cuts a status-history row
      * **********************************************************
        Record-status-change.
           PERFORM Normalize-record-type
           IF Norm-master-record
               AND IN-REC-STATUS-CODE NOT EQUAL History-before-status
             IF History-before-type EQUAL "01"
                 OR History-before-type EQUAL SPACES
                 OR History-before-type EQUAL LOW-VALUES
               Move IN-REC-ACCOUNT-ID to History-master-key
               Move History-before-status to History-old-status
               Move IN-REC-STATUS-CODE to History-new-status
               PERFORM Write-history-record
             END-IF
           END-IF.
        Record-status-change-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the type 03 status-history row for the change the
      * caller placed in History-master-key, History-old-status and
      * History-new-status - dated today, stamped with the action and batch step
      * making the change, under a free generated key.  The key probe and the
      * write use IN-FILE-RECORD, so this is always the caller's last use of it.
      * History rows are not journaled: UNDO putting a status back is itself a
      * change and leaves its own row.  A row that cannot be written leaves the
      * change unexplained, so it is logged and marks the run for follow-up
      * ****************************************************************************
        Write-history-record.
           ACCEPT History-change-date FROM DATE YYYYMMDD
           PERFORM Find-history-key
           IF NOT History-key-found
             PERFORM Note-history-failure
           ELSE
             Move Spaces to IN-FILE-RECORD
             Move History-new-key to IN-REC-ACCOUNT-ID
             Move History-change-date to IN-REC-EFFECTIVE-DATE
             Move Spaces to IN-REC-STATUS-CODE
             Move 0 to IN-REC-AMOUNT
             Move "03" to IN-REC-RECORD-TYPE
             Move History-change-date to IN-REC-HIST-CHANGE-DATE
             Move History-old-status to IN-REC-HIST-OLD-STATUS
             Move History-new-status to IN-REC-HIST-NEW-STATUS
             Move ACTION to IN-REC-HIST-ACTION
             Move History-master-key to IN-REC-HIST-PARENT-ID
             Move PARM-STEP-NUMBER to IN-REC-HIST-STEP
             WRITE IN-FILE-RECORD
                 INVALID KEY
                     PERFORM Note-history-failure
                 NOT INVALID KEY
                     ADD 1 TO History-written-count
             END-WRITE
           END-IF
      * Neither a probe's not-found read nor a refused write is a
      * broken file - clear the status so the caller's loop and
      * response stay clean
           IF IN-FILE-STATUS EQUAL "22" OR IN-FILE-STATUS EQUAL "23"
             Move "00" to IN-FILE-STATUS
           END-IF.
        Write-history-record-EXIT.
           EXIT.

      * *******************************************
      * Utility method probing for a free status-history key - the
      * master's key with each pair of lower-case letters in turn in
      * the two low-order bytes, aa first, taking the first not on file
      * *******************************************
        Find-history-key.
           Move "N" to History-key-flag
           Move 0 to History-probe-index
           Perform until History-key-found
                   OR History-probe-index >= 676
               DIVIDE History-probe-index BY 26
                   GIVING History-probe-high
                   REMAINDER History-probe-low
               ADD 1 TO History-probe-index
               Move History-master-key to History-new-key
               Move History-suffix-list(History-probe-high + 1:1)
                   to History-new-key(7:1)
               Move History-suffix-list(History-probe-low + 1:1)
                   to History-new-key(8:1)
               Move History-new-key to IN-RECORD-KEY
               READ IN-INTERNAL-FILE
                   INVALID KEY
                       Move "Y" to History-key-flag
               END-READ
           End-perform.
        Find-history-key-EXIT.
           EXIT.

      * *******************************************
      * Utility method logging a status change the history could not
      * record - the master's key goes on the run log, and the run
      * leaves return code 8 so the gap is chased
      * *******************************************
        Note-history-failure.
           ADD 1 TO History-failed-count
           Move "FSD0037W" to Rlog-message-id
           Move Spaces to Rlog-line-text
           Move "STATUS HISTORY ROW NOT WRITTEN KEY"
               to Rlog-text-body
           Move History-master-key to Rlog-text-detail
           PERFORM Write-run-log
           IF RETURN-CODE EQUAL 0
             MOVE 8 TO RETURN-CODE
           END-IF
           IF Run-reason-code EQUAL SPACES
             Move "HISTWRIT" to Run-reason-code
           END-IF.
        Note-history-failure-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the UNDO action - plays the before-image journal a
      * prior APPLY or PURGE cut back against IN-INTERNAL-FILE, reversing each
      * operation: an added record is deleted, a changed record gets its old
      * image rewritten, a deleted record is written back from its image.
      * The journal is read whole into storage and played back newest-first,
      * so a key touched more than once ends on its earliest image - the
      * state the run started from.  A journal too big for the table refuses
      * the whole undo with its own reason code.  Reversals VSAM refuses -
      * a key someone has touched since - are counted rather than stopping
      * the run, the way APPLY counts its own failures.  Every balance a
      * reversal puts back goes to the general ledger the way APPLY's own
      * movements do, so the ledger still proves against the cluster
      * ****************************************************************************
        Undo-journaled-changes.
           Move "0" to Journal-eof
           Move 0 to Undo-entry-count
           Move "N" to Undo-table-flag
           Perform until At-journal-eof OR NOT journalfile-success
               PERFORM Read-next-journal-record
               IF NOT At-journal-eof AND journalfile-success
                 ADD 1 TO Report-In-Records-Read
                 IF Undo-entry-count < 2000
                   ADD 1 TO Undo-entry-count
                   Move JOURNAL-ACTION-CODE
                       to Undo-entry-op(Undo-entry-count)
                   Move JOURNAL-RECORD-KEY
                       to Undo-entry-key(Undo-entry-count)
                   Move JOURNAL-BEFORE-IMAGE
                       to Undo-entry-image(Undo-entry-count)
                 ELSE
                   Move "Y" to Undo-table-flag
                 END-IF
               End-IF
           End-perform
           IF Undo-table-overflowed
             MOVE 28 TO RETURN-CODE
             Move "JRNLFULL" to Run-reason-code
           ELSE
             Perform varying Undo-play-index
                     from Undo-entry-count by -1
                     until Undo-play-index < 1
                 PERFORM Undo-one-change
             End-perform
           END-IF.
        Undo-journaled-changes-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reversing the single journal entry now indexed against
      * the indexed file, tallying each reversal as restored or failed.  An
      * entry for an account under legal hold is refused and left as it stands
      * ****************************************************************************
        Undo-one-change.
           PERFORM Check-undo-hold
           IF Account-under-hold
             PERFORM Refuse-held-account
           ELSE
             PERFORM Undo-reverse-change
           END-IF.
        Undo-one-change-EXIT.
           EXIT.

      * *******************************************
      * Utility method finding the account a journal entry belongs
      * to - a changed or deleted record's before-image names it; an
      * added record has no before-image, so the row now on file is
      * read instead, and a row already gone answers for its own key
      * *******************************************
        Check-undo-hold.
           Move Undo-entry-image(Undo-play-index) to Legal-check-image
           IF Legal-check-image EQUAL SPACES
             Move Undo-entry-key(Undo-play-index) to IN-RECORD-KEY
             READ IN-INTERNAL-FILE into Legal-check-image
                 INVALID KEY
                     Move Spaces to Legal-check-image
                     Move Undo-entry-key(Undo-play-index)
                         to Legal-check-key
             END-READ
           END-IF
           PERFORM Check-legal-hold.
        Check-undo-hold-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method playing one journal entry back against the indexed file
      * ****************************************************************************
        Undo-reverse-change.
           EVALUATE Undo-entry-op(Undo-play-index)
               WHEN "ADD"
      * The record is read before it goes, so the balance it takes
      * off the cluster reaches the ledger
                   Move Undo-entry-key(Undo-play-index)
                       to IN-RECORD-KEY
                   READ IN-INTERNAL-FILE into Gl-before-image
                       INVALID KEY
                           Move Spaces to Gl-before-image
                   END-READ
                   Move Undo-entry-key(Undo-play-index)
                       to IN-RECORD-KEY
                   DELETE IN-INTERNAL-FILE
                       INVALID KEY
                           ADD 1 TO Undo-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Undo-restored-count
                           Move Spaces to Gl-after-image
                           PERFORM Record-balance-change
                   END-DELETE
               WHEN "CHANGE"
      * The record as it stands is read first, so a status the
      * reversal puts back is recorded against the one it replaces
                   Move Undo-entry-key(Undo-play-index)
                       to IN-RECORD-KEY
                   READ IN-INTERNAL-FILE into History-before-image
                       INVALID KEY
                           Move Spaces to History-before-image
                   END-READ
                   Move Undo-entry-image(Undo-play-index)
                       to IN-FILE-RECORD
                   REWRITE IN-FILE-RECORD
                       INVALID KEY
                           ADD 1 TO Undo-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Undo-restored-count
                           Move History-before-image
                               to Gl-before-image
                           Move Undo-entry-image(Undo-play-index)
                               to Gl-after-image
                           PERFORM Record-balance-change
                           PERFORM Record-status-change
                   END-REWRITE
               WHEN "DELETE"
                   Move Undo-entry-image(Undo-play-index)
                       to IN-FILE-RECORD
                   WRITE IN-FILE-RECORD
                       INVALID KEY
                           ADD 1 TO Undo-failed-count
                       NOT INVALID KEY
                           ADD 1 TO Undo-restored-count
                           Move Spaces to Gl-before-image
                           Move Undo-entry-image(Undo-play-index)
                               to Gl-after-image
                           PERFORM Record-balance-change
                           Move Spaces to History-before-image
                           PERFORM Record-status-change
                   END-WRITE
               WHEN OTHER
                   ADD 1 TO Undo-failed-count
           END-EVALUATE.
        Undo-reverse-change-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next before-image record from
      * the journal, used by the UNDO action
      * **********************************************************
        Read-next-journal-record.
           READ JOURNAL-FILE
               AT END
                   Move "1" to Journal-eof
           END-READ.
        Read-next-journal-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the RESTORE action - reads a PURGE archive extract
      * back and reloads the selected records into IN-INTERNAL-FILE, the
      * supported path for a purged account that has reactivated.  Selection
      * is by the PARM-LOW-KEY/PARM-HIGH-KEY range (a blank high key takes
      * everything from the low key up) and optionally by PARM-CUTOFF-DATE
      * as an effective-date floor.  The archive's header and trailer are
      * recognized by position the way LOAD recognizes them, and a selected
      * record whose key is already on file is skipped, never overwritten -
      * current data always wins over the archive
      * ****************************************************************************
        Restore-archived-records.
           Move "0" to Archive-eof
           Move "N" to Load-pending-flag
           Move 0 to Load-record-seq
           Perform until At-archive-eof OR NOT archivefile-success
               PERFORM Read-next-archive-record
               IF NOT At-archive-eof AND archivefile-success
                 ADD 1 TO Report-In-Records-Read
                 ADD 1 TO Load-record-seq
                 IF Load-record-seq = 1
                     AND ARCHIVE-INPUT-RECORD(1:3) EQUAL "HDR"
                   CONTINUE
                 ELSE
                   IF Load-pending-held
                     Move Load-pending-record to Load-tally-record
                     PERFORM Restore-one-record
                     Move "N" to Load-pending-flag
                   END-IF
                   IF ARCHIVE-INPUT-RECORD(1:3) EQUAL "TRL"
                     Move ARCHIVE-INPUT-RECORD to Load-pending-record
                     Move "Y" to Load-pending-flag
                   ELSE
                     Move ARCHIVE-INPUT-RECORD to Load-tally-record
                     PERFORM Restore-one-record
                   END-IF
                 END-IF
               End-IF
           End-perform.
        Restore-archived-records-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method deciding and applying the single archive record in
      * Load-tally-record - records outside the key range or below the
      * effective-date floor simply stay archived; a selected record goes
      * back into the KSDS unless its key is already there, in which case it
      * is counted as skipped for the operator to reconcile
      * ****************************************************************************
        Restore-one-record.
           EVALUATE TRUE
               WHEN Load-tally-record(1:8) < PARM-LOW-KEY
                   CONTINUE
               WHEN PARM-HIGH-KEY NOT EQUAL SPACES
                   AND Load-tally-record(1:8) > PARM-HIGH-KEY
                   CONTINUE
               WHEN PARM-CUTOFF-DATE NOT EQUAL SPACES
                   AND Load-tally-record(9:8) < PARM-CUTOFF-DATE
                   CONTINUE
               WHEN OTHER
                   Move Load-tally-record(1:80) to IN-FILE-RECORD
                   WRITE IN-FILE-RECORD
                       INVALID KEY
                           ADD 1 TO Restore-skipped-count
                       NOT INVALID KEY
                           ADD 1 TO Restore-restored-count
                           Move Spaces to History-before-image
                           PERFORM Record-status-change
                   END-WRITE
           END-EVALUATE.
        Restore-one-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the MAINT action - single-record, single-field
      * maintenance driven by cards, the supported path for the one-wrong-
      * status-code correction that used to mean fabricating a whole-record
      * APPLY file.  Each card names a key, a field (STATUS, AMOUNT or
      * EFFDATE), the value the clerk believes is on file and the value to
      * put there; the change is refused unless the old value matches what
      * is actually on file, so a stale card cannot stamp over someone
      * else's correction.  Every card leaves an accept/refuse line on the
      * run report.  Any refusal leaves return code 8, so the unapplied
      * card is chased rather than forgotten.  A card for an account under
      * legal hold is refused with reason HELD
      * ****************************************************************************
        Maint-apply-cards.
           Move "0" to Maint-eof
           Perform until At-maint-eof OR NOT maintfile-success
               PERFORM Read-next-maint-card
               IF NOT At-maint-eof AND maintfile-success
                 ADD 1 TO Report-In-Records-Read
                 PERFORM Maint-one-card
               End-IF
           End-perform
           IF Maint-refuse-count > 0
             IF RETURN-CODE EQUAL 0
               MOVE 8 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "MNTREFUS" to Run-reason-code
             END-IF
           END-IF.
        Maint-apply-cards-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method working the single card in hand - the record is read by
      * the card's key, the field edit verifies the old value and vets the new
      * one, and only a card that cleared every check rewrites the record
      * ****************************************************************************
        Maint-one-card.
           Move "N" to Maint-refuse-flag
           Move MAINT-CARD-KEY to MNT-KEY
           Move MAINT-CARD-FIELD to MNT-FIELD
           Move Spaces to MNT-REASON
           Move MAINT-CARD-KEY to IN-RECORD-KEY
           PERFORM Read-input-data
           IF NOT inputfile-success
             Move "Y" to Maint-refuse-flag
             Move "NOTFOUND" to MNT-REASON
      * The record never arrived, but the run is not broken - clear
      * the status so the next card's read starts clean
             Move "00" to IN-FILE-STATUS
           ELSE
             Move Temp-data to Legal-check-image
             PERFORM Check-legal-hold
             EVALUATE TRUE
                 WHEN Account-under-hold
                     Move "Y" to Maint-refuse-flag
                     Move "HELD" to MNT-REASON
                     PERFORM Refuse-held-account
                 WHEN MAINT-CARD-FIELD EQUAL "STATUS"
                     PERFORM Maint-edit-status
                 WHEN MAINT-CARD-FIELD EQUAL "AMOUNT"
                     PERFORM Maint-edit-amount
                 WHEN MAINT-CARD-FIELD EQUAL "EFFDATE"
                     PERFORM Maint-edit-effdate
                 WHEN OTHER
                     Move "Y" to Maint-refuse-flag
                     Move "BADFIELD" to MNT-REASON
             END-EVALUATE
             IF NOT Maint-refused
               REWRITE IN-FILE-RECORD
                   INVALID KEY
                       Move "Y" to Maint-refuse-flag
                       Move "VSAMERR" to MNT-REASON
                   NOT INVALID KEY
                       Move "ACCEPTED" to MNT-VERDICT
                       ADD 1 TO Maint-accept-count
                       Move Temp-data to Gl-before-image
                       Move IN-FILE-RECORD to Gl-after-image
                       PERFORM Record-balance-change
                       Move Temp-data to History-before-image
                       PERFORM Record-status-change
               END-REWRITE
             END-IF
           END-IF
           IF Maint-refused
             Move "REFUSED" to MNT-VERDICT
             ADD 1 TO Maint-refuse-count
           END-IF
           PERFORM Write-maint-result.
        Maint-one-card-EXIT.
           EXIT.

      * *******************************************
      * Utility method for a STATUS card - the two-byte code on file
      * must match the card's old value, and the new value must be a
      * code this shop uses, the same edit VALIDATE applies
      * *******************************************
        Maint-edit-status.
           IF IN-REC-STATUS-CODE
               NOT EQUAL MAINT-CARD-OLD-VALUE(1:2)
             Move "Y" to Maint-refuse-flag
             Move "OLDVAL" to MNT-REASON
           ELSE
             Move MAINT-CARD-NEW-VALUE(1:2) to Status-under-edit
             IF NOT Valid-status-code
               Move "Y" to Maint-refuse-flag
               Move "BADVALUE" to MNT-REASON
             ELSE
               Move MAINT-CARD-NEW-VALUE(1:2) to IN-REC-STATUS-CODE
             END-IF
           END-IF.
        Maint-edit-status-EXIT.
           EXIT.

      * *******************************************
      * Utility method for an AMOUNT card - both card values go through
      * the same decimal-text conversion the partner intake uses, the
      * old one proven against the amount on file before the new one
      * lands in it.  An amount on file that cannot take arithmetic
      * refuses the card; VALIDATE is the path that cleans those up
      * *******************************************
        Maint-edit-amount.
           IF IN-REC-AMOUNT NOT NUMERIC
             Move "Y" to Maint-refuse-flag
             Move "OLDVAL" to MNT-REASON
           ELSE
             Move MAINT-CARD-OLD-VALUE(1:14) to Intake-amount-text
             PERFORM Convert-intake-amount
             IF NOT Intake-amount-good
               Move "Y" to Maint-refuse-flag
               Move "BADVALUE" to MNT-REASON
             ELSE
               IF Intake-amount-value NOT EQUAL IN-REC-AMOUNT
                 Move "Y" to Maint-refuse-flag
                 Move "OLDVAL" to MNT-REASON
               ELSE
                 Move MAINT-CARD-NEW-VALUE(1:14)
                     to Intake-amount-text
                 PERFORM Convert-intake-amount
                 IF NOT Intake-amount-good
                   Move "Y" to Maint-refuse-flag
                   Move "BADVALUE" to MNT-REASON
                 ELSE
                   Move Intake-amount-value to IN-REC-AMOUNT
                 END-IF
               END-IF
             END-IF
           END-IF.
        Maint-edit-amount-EXIT.
           EXIT.

      * *******************************************
      * Utility method for an EFFDATE card - the date on file must
      * match the card's old value and the new value must be a real
      * calendar date
      * *******************************************
        Maint-edit-effdate.
           IF IN-REC-EFFECTIVE-DATE
               NOT EQUAL MAINT-CARD-OLD-VALUE(1:8)
             Move "Y" to Maint-refuse-flag
             Move "OLDVAL" to MNT-REASON
           ELSE
             Move MAINT-CARD-NEW-VALUE(1:8) to Date-under-edit
             PERFORM Edit-calendar-date
             IF NOT Date-is-valid
               Move "Y" to Maint-refuse-flag
               Move "BADVALUE" to MNT-REASON
             ELSE
               Move MAINT-CARD-NEW-VALUE(1:8)
                   to IN-REC-EFFECTIVE-DATE
             END-IF
           END-IF.
        Maint-edit-effdate-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the card's accept/refuse line to the
      * run report, the audit trail the correction desk files
      * *******************************************
        Write-maint-result.
           IF reportfile-success
             Move Spaces to CONTROL-REPORT-RECORD
             Move Maint-result-line to CONTROL-REPORT-RECORD
             WRITE CONTROL-REPORT-RECORD
           END-IF.
        Write-maint-result-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next maintenance card, used by
      * the MAINT action
      * **********************************************************
        Read-next-maint-card.
           READ MAINT-CARD-FILE
               AT END
                   Move "1" to Maint-eof
           END-READ.
        Read-next-maint-card-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next record from the archive
      * extract, used by the RESTORE action
      * **********************************************************
        Read-next-archive-record.
           READ ARCHIVE-INPUT-FILE
               AT END
                   Move "1" to Archive-eof
           END-READ.
        Read-next-archive-record-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next ADD/CHANGE/DELETE line
      * from the apply-input file, used by the APPLY action
      * **********************************************************
        Read-next-apply-record.
           READ APPLY-INPUT-FILE
               AT END
                   Move "1" to Apply-eof
           END-READ.
        Read-next-apply-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for archiving and deleting every record whose effective
      * date is older than PARM-CUTOFF-DATE - the record goes to the output file
      * first, so the archive dataset is the audit trail of what the PURGE
      * removed, then it is deleted from the indexed input file.  Records at or
      * after the cutoff survive untouched and are tallied separately.  Status-
      * history rows age out like any other row - the archive keeps them as the
      * lasting trail of status changes, and their going frees the master's
      * history key suffixes for the changes still to come.  An aged row of an
      * account under legal hold is retained, and counted as held
      * ****************************************************************************
        Purge-aged-records.
           Move "0" to Input-eof
           Perform until
                   NOT inputfile-success OR
                   NOT outputfile-success OR
                   NOT journalfile-success

               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Normalize-record-type
                 Move "N" to Legal-found-flag
                 IF IN-REC-EFFECTIVE-DATE < PARM-CUTOFF-DATE
                   Move Temp-data to Legal-check-image
                   PERFORM Check-legal-hold
                 END-IF
                 IF IN-REC-EFFECTIVE-DATE < PARM-CUTOFF-DATE
                     AND NOT Account-under-hold
      * In trial mode the cutoff is evaluated but nothing is archived
      * or deleted - the would-be count lands in the normal response
      * field and the key goes to the run report
                   IF PARM-TRIAL-MODE EQUAL "Y"
                     ADD 1 TO Purge-archived-count
                     Move "ARCHIVE" to TRI-ACTION
                     Move Temp-data(1:8) to TRI-KEY
                     PERFORM Write-trial-line
                   ELSE
                     PERFORM Purge-one-record
                   END-IF
                 ELSE
                   ADD 1 TO Purge-retained-count
                   IF Account-under-hold
                     ADD 1 TO Legal-held-count
                   END-IF
                 END-IF
               End-IF
           End-perform
           PERFORM Note-held-rows
      * A purge whose journal stopped taking before-images has deleted
      * records with no way back - that must not report clean
           IF PARM-TRIAL-MODE NOT EQUAL "Y"
               AND NOT journalfile-success
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "JRNLWRIT" to Run-reason-code
             END-IF
           END-IF.
        Purge-aged-records-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method archiving and deleting the single aged record in hand -
      * the real, non-trial purge path
      * ****************************************************************************
        Purge-one-record.
           PERFORM Write-output-data
      * The record is only deleted once its archive copy is safely
      * written - a failed archive write must never cost the record -
      * and only a delete that actually took counts as archived, a
      * failed one marks the run so the record still on file is not
      * reported as purged.  A delete that took is journaled with the
      * image still in hand, so UNDO can put the record back
           IF outputfile-success
             DELETE IN-INTERNAL-FILE
             IF inputfile-success
               ADD 1 TO Purge-archived-count
               Move "DELETE" to JOURNAL-ACTION-CODE
               Move Temp-data(1:8) to JOURNAL-RECORD-KEY
               Move Temp-data to JOURNAL-BEFORE-IMAGE
               PERFORM Write-journal-record
             ELSE
               IF RETURN-CODE EQUAL 0
                 MOVE 32 TO RETURN-CODE
               END-IF
               IF Run-reason-code EQUAL SPACES
                 Move "PURGEDEL" to Run-reason-code
               END-IF
             END-IF
           END-IF.
        Purge-one-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the ADJUST action - copies the input file to the
      * output applying the rate-table rules to the amounts on the way through,
      * so a quarterly revaluation happens inside this system instead of via a
      * round trip to another platform.  The total monetary delta applied is
      * returned for the run's balancing
      * ****************************************************************************
        Adjust-input-to-output.
           PERFORM Load-rate-table
      * A rate table that did not read cleanly to end of file is a
      * partial rule set - applying it would be a silent partial
      * revaluation, so the run fails instead of copying
           IF NOT At-rate-eof
             MOVE 28 TO RETURN-CODE
             Move "RATEREAD" to Run-reason-code
           ELSE
             Move "0" to Input-eof
             Move 0 to Adjust-total-delta
             Perform until
                     NOT inputfile-success OR
                     NOT outputfile-success

                 PERFORM Read-next-input-data
                 IF inputfile-success
                   PERFORM Write-adjusted-output
                 End-IF
             End-perform
           END-IF.
        Adjust-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method loading the rate-table dataset into storage ahead of the
      * copy - a table past fifty rules is truncated with a warning rather than
      * silently applying half a revaluation
      * ****************************************************************************
        Load-rate-table.
           Move "0" to Rate-eof
           Move 0 to Rate-entry-count
           Move "N" to Rate-table-flag
           Perform until At-rate-eof OR NOT ratefile-success
               READ RATE-TABLE-FILE
                   AT END
                       Move "1" to Rate-eof
               END-READ
               IF NOT At-rate-eof AND ratefile-success
                 IF Rate-entry-count < 50
                   ADD 1 TO Rate-entry-count
                   Move RATE-IN-MATCH-TYPE
                       to Rate-match-type(Rate-entry-count)
                   Move RATE-IN-MATCH-VALUE
                       to Rate-match-value(Rate-entry-count)
                   Move RATE-IN-ADJUST-TYPE
                       to Rate-adjust-type(Rate-entry-count)
                   Move RATE-IN-RATE-FACTOR
                       to Rate-factor(Rate-entry-count)
                   Move RATE-IN-FLAT-AMOUNT
                       to Rate-flat-amount(Rate-entry-count)
                 ELSE
                   IF NOT Rate-table-truncated
                     Move "FSD0031W" to Rlog-message-id
                     Move Spaces to Rlog-line-text
                     Move "RATE TABLE TRUNCATED AT 50 ENTRIES"
                         to Rlog-text-body
                     PERFORM Write-run-log
                   END-IF
                   Move "Y" to Rate-table-flag
                 END-IF
               End-IF
           End-perform.
        Load-rate-table-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the current record to the output with the first
      * matching rate rule applied to its amount - a record matching no rule, or
      * carrying a non-numeric amount, passes through unchanged
      * ****************************************************************************
        Write-adjusted-output.
           Move Temp-data to OUT-FILE-RECORD
           Move OUT-REC-STATUS-CODE to Rate-lookup-status
           Move OUT-REC-ACCOUNT-ID to Rate-lookup-account
           PERFORM Find-rate-entry
           IF Rate-match-index > 0
               AND OUT-REC-AMOUNT NUMERIC
             Move OUT-REC-AMOUNT to Adjust-old-amount
             EVALUATE Rate-adjust-type(Rate-match-index)
                 WHEN "R"
                     COMPUTE Adjust-new-amount ROUNDED =
                         Adjust-old-amount
                             * Rate-factor(Rate-match-index)
                 WHEN "F"
                     COMPUTE Adjust-new-amount =
                         Adjust-old-amount
                             + Rate-flat-amount(Rate-match-index)
                 WHEN OTHER
                     Move Adjust-old-amount to Adjust-new-amount
             END-EVALUATE
             Move Adjust-new-amount to OUT-REC-AMOUNT
             COMPUTE Adjust-total-delta = Adjust-total-delta
                 + Adjust-new-amount - Adjust-old-amount
             Move "AJ" to Gl-tran-type
             Move OUT-REC-STATUS-CODE to Gl-status-code
             Move OUT-REC-ACCOUNT-ID to Gl-account-key
             Move Gl-run-date to Gl-entry-date
             COMPUTE Gl-movement =
                 Adjust-new-amount - Adjust-old-amount
             PERFORM Write-gl-entries
           END-IF
           PERFORM Note-extract-write
           WRITE OUT-FILE-RECORD
           ADD 1 TO Report-Out-Records-Written.
        Write-adjusted-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method finding the first rate rule matching the status code and
      * account id the caller placed in the lookup fields - by status code for
      * type S rules, by account-id prefix (the nonblank leading characters of
      * the match value) for type A rules.  Rate-match-index comes back zero
      * when nothing matches
      * ****************************************************************************
        Find-rate-entry.
           Move 0 to Rate-match-index
           Perform varying Rate-search-index from 1 by 1
                   until Rate-search-index > Rate-entry-count
                   OR Rate-match-index > 0
               EVALUATE Rate-match-type(Rate-search-index)
                   WHEN "S"
                       IF Rate-lookup-status EQUAL
                           Rate-match-value(Rate-search-index)(1:2)
                         Move Rate-search-index to Rate-match-index
                       END-IF
                   WHEN "A"
                       PERFORM Measure-rate-prefix
                       IF Rate-prefix-length > 0
                           AND Rate-lookup-account
                               (1:Rate-prefix-length) EQUAL
                               Rate-match-value(Rate-search-index)
                               (1:Rate-prefix-length)
                         Move Rate-search-index to Rate-match-index
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           End-perform.
        Find-rate-entry-EXIT.
           EXIT.

      * *******************************************
      * Utility method measuring the nonblank prefix of the current
      * rule's match value, so a type A rule for "FEE" matches every
      * account id beginning FEE
      * *******************************************
        Measure-rate-prefix.
           Move 8 to Rate-prefix-length
           Perform until Rate-prefix-length < 1
                   OR Rate-match-value(Rate-search-index)
                       (Rate-prefix-length:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM Rate-prefix-length
           End-perform.
        Measure-rate-prefix-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the MASK action - a DUPLICAT-shaped copy that
      * de-identifies the extract for the test region.  The account id is
      * scrambled by a fixed character substitution: every digit maps to a
      * letter, in the same relative order, so the same id always masks to
      * the same value.  The no-collision and key-order guarantees rest on
      * the ids being all-numeric, which is what this shop issues - digits
      * all land in the letter range, where no real id lives, and a single
      * increasing substitution applied to every byte cannot reorder two
      * all-digit keys.  An id already carrying letters (POST's generated
      * suffix rows included) still masks deterministically, but without
      * those warranties.  A master and its transactions stay together
      * under the masked id.  The amounts are perturbed by a small
      * whole-number factor derived from the id, the same factor for every
      * row of the account, so the master's amount still equals the sum of
      * its transactions and the statement still balances - it just is not
      * anyone's real balance any more.  The rows of an account under legal
      * hold do not leave for the test region at all - they are kept back from
      * the extract and counted as held
      * ****************************************************************************
        Mask-input-to-output.
           Move "0" to Input-eof
           Perform until
                   NOT inputfile-success OR
                   NOT outputfile-success

               PERFORM Read-next-input-data
               IF inputfile-success
                 Move Temp-data to Legal-check-image
                 PERFORM Check-legal-hold
                 IF Account-under-hold
                   ADD 1 TO Legal-held-count
                 ELSE
                   PERFORM Write-masked-output
                 END-IF
               End-IF
           End-perform
           PERFORM Note-held-rows.
        Mask-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method masking the record in hand and writing it out - the
      * factor is derived before the id is scrambled, the scramble touches
      * only the id, and the amount the record's shape carries is multiplied
      * by the factor.  A product too big for the field leaves the amount
      * unperturbed rather than storing a truncated figure; a non-numeric
      * amount passes through as it came
      * ****************************************************************************
        Write-masked-output.
           Move Temp-data to OUT-FILE-RECORD
      * The factor comes from the account the row belongs to - for a
      * posted row that is the parent named on it, not its own
      * suffix key, so every row of one account scales alike and the
      * account still balances after masking
           Move OUT-REC-ACCOUNT-ID to Mask-id-source
           IF OUT-REC-RECORD-TYPE EQUAL "02"
               AND OUT-REC-TRAN-PARENT-ID NOT EQUAL SPACES
             Move OUT-REC-TRAN-PARENT-ID to Mask-id-source
           END-IF
           IF OUT-REC-RECORD-TYPE EQUAL "03"
               AND OUT-REC-HIST-PARENT-ID NOT EQUAL SPACES
             Move OUT-REC-HIST-PARENT-ID to Mask-id-source
           END-IF
           PERFORM Compute-mask-factor
           INSPECT OUT-REC-ACCOUNT-ID
               CONVERTING "0123456789" TO "BDFHJLNPRT"
           PERFORM Normalize-record-type
           EVALUATE TRUE
               WHEN Norm-master-record
                   IF OUT-REC-AMOUNT NUMERIC
                     COMPUTE OUT-REC-AMOUNT =
                         OUT-REC-AMOUNT * Mask-factor
                         ON SIZE ERROR
                             CONTINUE
                     END-COMPUTE
                   END-IF
               WHEN Norm-transaction-record
                   IF OUT-REC-TRAN-AMOUNT NUMERIC
                     COMPUTE OUT-REC-TRAN-AMOUNT =
                         OUT-REC-TRAN-AMOUNT * Mask-factor
                         ON SIZE ERROR
                             CONTINUE
                     END-COMPUTE
                   END-IF
      * A posted row also names its parent account - that id must be
      * scrambled by the same substitution, both so the real id does
      * not leak into the test region and so the masked row still
      * points at its masked parent
                   IF OUT-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                     INSPECT OUT-REC-TRAN-PARENT-ID
                         CONVERTING "0123456789" TO "BDFHJLNPRT"
                   END-IF
      * A reversal names the posted row it offsets - scrambled alike
      * so the masked reversal still points at its masked charge
                   IF OUT-REC-TRAN-REVERSED-ID NOT EQUAL SPACES
                     INSPECT OUT-REC-TRAN-REVERSED-ID
                         CONVERTING "0123456789" TO "BDFHJLNPRT"
                   END-IF
      * A status-history row carries no money, but names its master
      * in the same position and is scrambled the same way
               WHEN Norm-history-record
                   IF OUT-REC-HIST-PARENT-ID NOT EQUAL SPACES
                     INSPECT OUT-REC-HIST-PARENT-ID
                         CONVERTING "0123456789" TO "BDFHJLNPRT"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM Note-extract-write
           WRITE OUT-FILE-RECORD
           ADD 1 TO Report-Out-Records-Written.
        Write-masked-output-EXIT.
           EXIT.

      * *******************************************
      * Utility method deriving the account's perturbation factor, two
      * through nine, from the digits of the id the caller placed in
      * Mask-id-source - deterministic, so every row of the account
      * and every rerun of the extract get the same factor
      * *******************************************
        Compute-mask-factor.
           Move 0 to Mask-digit-sum
           Perform varying Mask-scan-index from 1 by 1
                   until Mask-scan-index > 8
               Move Mask-id-source(Mask-scan-index:1)
                   to Mask-digit-char
               IF Mask-digit-char NUMERIC
                 ADD Mask-digit-num TO Mask-digit-sum
               END-IF
           End-perform
           DIVIDE Mask-digit-sum BY 8
               GIVING Mask-quotient
               REMAINDER Mask-remainder
           COMPUTE Mask-factor = Mask-remainder + 2.
        Compute-mask-factor-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the POST action - the cycle-end posting run.  Each
      * type 01 master in the PARM-LOW-KEY/PARM-HIGH-KEY range is priced
      * through the same rate table ADJUST reads: a type R rule charges the
      * period's interest (balance times factor, posted as an AJ transaction),
      * a type F rule charges the flat fee (posted as FE).  The charge is
      * written into the KSDS as a new type 02 transaction row dated the
      * posting date and folded into the master's amount.  The master's
      * posting memo carries the date the account was last charged, so a
      * rerun of the step skips accounts already posted instead of charging
      * them twice.  An account under legal hold is refused and skipped
      * ****************************************************************************
        Post-cycle-charges.
           PERFORM Load-rate-table
      * A rate table that did not read cleanly to end of file is a
      * partial rule set - posting from it would charge some accounts
      * and silently spare others, so the run fails instead
           IF NOT At-rate-eof
             MOVE 28 TO RETURN-CODE
             Move "RATEREAD" to Run-reason-code
           ELSE
             Move "0" to Input-eof
             Move PARM-LOW-KEY to IN-RECORD-KEY
             PERFORM Start-next-input-data
             IF inputfile-success
               PERFORM Read-next-input-data
               Perform until NOT inputfile-success
                       OR IN-RECORD-KEY > PARM-HIGH-KEY
                       OR (Gl-feed-on AND NOT gloutfile-success)
                   PERFORM Normalize-record-type
                   IF Norm-master-record
                     PERFORM Post-one-master
                   END-IF
                   PERFORM Read-next-input-data
               End-perform
             END-IF
           END-IF.
        Post-cycle-charges-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method posting the period's charge to the master just read,
      * held whole in Temp-data.  An account already posted for this date, a
      * master matching no rate rule, or one whose amount cannot take
      * arithmetic, is skipped; a posting VSAM refuses is counted as failed.
      * The transaction row is written first and the master updated after it,
      * so a run that dies between the two leaves the memo unset and the
      * rerun simply reposts the account
      * ****************************************************************************
        Post-one-master.
           Move Temp-data to Legal-check-image
           PERFORM Check-legal-hold
           EVALUATE TRUE
               WHEN Account-under-hold
                   ADD 1 TO Post-skipped-count
                   PERFORM Refuse-held-account
               WHEN IN-REC-LAST-POST-DATE EQUAL PARM-POSTING-DATE
                   ADD 1 TO Post-skipped-count
               WHEN OTHER
                   Move IN-REC-STATUS-CODE to Rate-lookup-status
                   Move IN-REC-ACCOUNT-ID to Rate-lookup-account
                   PERFORM Find-rate-entry
                   IF Rate-match-index = 0
                       OR IN-REC-AMOUNT NOT NUMERIC
                     ADD 1 TO Post-skipped-count
                   ELSE
                     PERFORM Compute-post-charge
                     PERFORM Write-post-transaction
                   END-IF
           END-EVALUATE.
        Post-one-master-EXIT.
           EXIT.

      * *******************************************
      * Utility method pricing the charge for the master in hand from
      * the rate rule just matched - interest from the factor, or the
      * flat fee, with the transaction type that goes with each
      * *******************************************
        Compute-post-charge.
           EVALUATE Rate-adjust-type(Rate-match-index)
               WHEN "R"
                   COMPUTE Post-charge ROUNDED =
                       IN-REC-AMOUNT * Rate-factor(Rate-match-index)
                   Move "AJ" to Post-tran-type
               WHEN "F"
                   Move Rate-flat-amount(Rate-match-index)
                       to Post-charge
                   Move "FE" to Post-tran-type
               WHEN OTHER
                   Move 0 to Post-charge
                   Move "AJ" to Post-tran-type
           END-EVALUATE.
        Compute-post-charge-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the charge into the KSDS - a free generated
      * key is probed first, then the new type 02 transaction row goes on
      * under it, then the master is rewritten with the charge folded into
      * its amount and the posting memo stamped.  A transaction that cannot
      * be written - no free suffix, or a write VSAM refuses - marks the
      * run, as does a master rewrite that fails after its transaction went
      * on, so an out-of-step account is investigated instead of trusted.
      * The probe reads and the posting writes move the file's position, so
      * the scan is repositioned just past the master before reading on
      * ****************************************************************************
        Write-post-transaction.
           Move Temp-data(1:8) to Post-master-key
           PERFORM Find-post-tran-key
           IF NOT Post-key-found
             ADD 1 TO Post-failed-count
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "POSTKEYS" to Run-reason-code
             END-IF
           ELSE
             Move Spaces to IN-FILE-RECORD
             Move Post-new-key to IN-REC-ACCOUNT-ID
             Move PARM-POSTING-DATE to IN-REC-EFFECTIVE-DATE
             Move Spaces to IN-REC-STATUS-CODE
             Move 0 to IN-REC-AMOUNT
             Move "02" to IN-REC-RECORD-TYPE
             Move PARM-POSTING-DATE to IN-REC-TRAN-DATE
             Move Post-tran-type to IN-REC-TRAN-TYPE
             Move Post-charge to IN-REC-TRAN-AMOUNT
      * The suffix-keyed row names the account it charges - without
      * this, a letter suffix could answer to any master sharing the
      * leading seven bytes and the fee would be unattributable
             Move Post-master-key to IN-REC-TRAN-PARENT-ID
             WRITE IN-FILE-RECORD
                 INVALID KEY
                     ADD 1 TO Post-failed-count
                     IF RETURN-CODE EQUAL 0
                       MOVE 32 TO RETURN-CODE
                     END-IF
                     IF Run-reason-code EQUAL SPACES
                       Move "POSTTRAN" to Run-reason-code
                     END-IF
                 NOT INVALID KEY
                     ADD 1 TO Post-posted-count
                     PERFORM Rewrite-posted-master
             END-WRITE
           END-IF
           PERFORM Reposition-post-scan.
        Write-post-transaction-EXIT.
           EXIT.

      * *******************************************
      * Utility method probing for a free generated key for the
      * charge's transaction row - the master's key with each letter
      * suffix in turn in the low-order byte, taking the first not on
      * file.  Twenty-six postings against one account in one cycle
      * exhausts the convention and fails the account
      * *******************************************
        Find-post-tran-key.
           Move "N" to Post-key-flag
           Move 0 to Post-suffix-index
           Perform until Post-key-found
                   OR Post-suffix-index >= 26
               ADD 1 TO Post-suffix-index
               Move Post-master-key to Post-new-key
               Move Post-suffix-list(Post-suffix-index:1)
                   to Post-new-key(8:1)
               Move Post-new-key to IN-RECORD-KEY
               READ IN-INTERNAL-FILE
                   INVALID KEY
                       Move "Y" to Post-key-flag
               END-READ
           End-perform
      * The probe's not-found read is the answer we wanted, not a
      * broken file - clear the status so the scan's loop test and
      * the caller's response stay clean
           IF IN-FILE-STATUS EQUAL "23"
             Move "00" to IN-FILE-STATUS
           END-IF.
        Find-post-tran-key-EXIT.
           EXIT.

      * *******************************************
      * Utility method re-establishing the posting scan just past the
      * master whose account was in hand - the probes and writes moved
      * the file's position.  Where the generated key collates after
      * the master's, the new row comes straight back off the scan and
      * falls through the record-type test as a type 02, so a row this
      * run cut can never be posted again
      * *******************************************
        Reposition-post-scan.
           Move Post-master-key to IN-RECORD-KEY
           PERFORM Start-restart-input-data.
        Reposition-post-scan-EXIT.
           EXIT.

      * *******************************************
      * Utility method rewriting the master with the charge folded into
      * its amount and the posting memo carrying the posting date
      * *******************************************
        Rewrite-posted-master.
           Move Temp-data to IN-FILE-RECORD
           COMPUTE IN-REC-AMOUNT = IN-REC-AMOUNT + Post-charge
           Move PARM-POSTING-DATE to IN-REC-LAST-POST-DATE
           REWRITE IN-FILE-RECORD
               INVALID KEY
                   ADD 1 TO Post-failed-count
                   IF RETURN-CODE EQUAL 0
                     MOVE 32 TO RETURN-CODE
                   END-IF
                   IF Run-reason-code EQUAL SPACES
                     Move "POSTMSTR" to Run-reason-code
                   END-IF
               NOT INVALID KEY
                   Move Post-tran-type to Gl-tran-type
                   Move IN-REC-STATUS-CODE to Gl-status-code
                   Move Post-master-key to Gl-account-key
                   Move PARM-POSTING-DATE to Gl-entry-date
                   Move Post-charge to Gl-movement
                   PERFORM Write-gl-entries
           END-REWRITE.
        Rewrite-posted-master-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the INTAKE action - receives the partner servicer's
      * nightly comma-delimited account feed.  Each line is parsed into the
      * business layout, the partner's status and transaction-type codes are
      * translated to this shop's codes through the XLATTAB dataset, and the
      * resulting records go to the output file as a controlled extract ready
      * for LOAD.  Lines that fail parsing or translation go to the reject
      * dataset instead, carrying a reason code per failed field, the same
      * way VALIDATE rejects its records
      * ****************************************************************************
        Intake-partner-feed.
           PERFORM Load-xlate-table
      * A translation table that did not read cleanly to end of file
      * is a partial code set - running with it would mistranslate
      * silently, so the run fails instead of receiving the feed
           IF NOT At-xlate-eof
             MOVE 28 TO RETURN-CODE
             Move "XLATREAD" to Run-reason-code
           ELSE
             Move "0" to Partner-eof
             Move 0 to Reject-count
             Perform until
                     At-partner-eof OR
                     NOT partnerfile-success OR
                     NOT outputfile-success OR
                     NOT rejectfile-success

                 PERFORM Read-next-partner-line
                 IF NOT At-partner-eof AND partnerfile-success
                   ADD 1 TO Report-In-Records-Read
                   PERFORM Intake-one-line
                 End-IF
             End-perform
           END-IF.
        Intake-partner-feed-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method loading the code-translation dataset into storage ahead
      * of the feed - built exactly the way ADJUST loads its rate table, with
      * the same fifty-entry ceiling and truncation warning
      * ****************************************************************************
        Load-xlate-table.
           Move "0" to Xlate-eof
           Move 0 to Xlate-entry-count
           Move "N" to Xlate-table-flag
           Perform until At-xlate-eof OR NOT xlatefile-success
               READ XLATE-TABLE-FILE
                   AT END
                       Move "1" to Xlate-eof
               END-READ
               IF NOT At-xlate-eof AND xlatefile-success
                 IF Xlate-entry-count < 50
                   ADD 1 TO Xlate-entry-count
                   Move XLATE-IN-CODE-CLASS
                       to Xlate-code-class(Xlate-entry-count)
                   Move XLATE-IN-PARTNER-CODE
                       to Xlate-partner-code(Xlate-entry-count)
                   Move XLATE-IN-OUR-CODE
                       to Xlate-our-code(Xlate-entry-count)
                 ELSE
                   IF NOT Xlate-table-truncated
                     Move "FSD0032W" to Rlog-message-id
                     Move Spaces to Rlog-line-text
                     Move "XLATE TABLE TRUNCATED AT 50 ENTRIES"
                         to Rlog-text-body
                     PERFORM Write-run-log
                   END-IF
                   Move "Y" to Xlate-table-flag
                 END-IF
               End-IF
           End-perform.
        Load-xlate-table-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next raw line from the partner
      * feed, used by the INTAKE action
      * **********************************************************
        Read-next-partner-line.
           Move Spaces to Intake-line-buffer
           READ PARTNER-FEED-FILE
                into Intake-line-buffer
               AT END
                   Move "1" to Partner-eof
           END-READ.
        Read-next-partner-line-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method parsing, translating and editing the partner line just
      * read - every failed field leaves its reason code, so one reject line
      * shows everything wrong with the line, the way VALIDATE's rejects do.
      * A line passing every edit is written to the output file in the
      * business layout with this shop's codes in place of the partner's
      * ****************************************************************************
        Intake-one-line.
           Move "N" to Record-edit-flag
           Move Spaces to REJECT-REASON-CODES
           Move Spaces to Intake-field-account
           Move Spaces to Intake-field-effdate
           Move Spaces to Intake-field-status
           Move Spaces to Intake-field-amount
           Move Spaces to Intake-field-rectype
           Move Spaces to Intake-field-trandate
           Move Spaces to Intake-field-trantype
           Move Spaces to Intake-field-tranamt
           UNSTRING Intake-line-buffer DELIMITED BY ","
               INTO Intake-field-account
                    Intake-field-effdate
                    Intake-field-status
                    Intake-field-amount
                    Intake-field-rectype
                    Intake-field-trandate
                    Intake-field-trantype
                    Intake-field-tranamt
           END-UNSTRING
      * The common fields every line must carry, edited the way
      * Edit-input-record edits them on records already in the layout
           IF Intake-field-account EQUAL SPACES
             Move "ACCT" to REJECT-ACCT-REASON
             Move "Y" to Record-edit-flag
           END-IF
           Move Intake-field-effdate to Date-under-edit
           PERFORM Edit-calendar-date
           IF NOT Date-is-valid
             Move "DATE" to REJECT-DATE-REASON
             Move "Y" to Record-edit-flag
           END-IF
      * A blank record type from the partner is a master line, the
      * same normalization the layout applies to old extracts
           IF Intake-field-rectype EQUAL SPACES
             Move "01" to Record-type-norm
           ELSE
             Move Intake-field-rectype to Record-type-norm
           END-IF
           IF NOT Norm-partner-record-type
             Move "RTYP" to REJECT-TYPE-REASON
             Move "Y" to Record-edit-flag
           END-IF
           EVALUATE TRUE
               WHEN Norm-master-record
                   PERFORM Intake-edit-master-fields
               WHEN Norm-transaction-record
                   PERFORM Intake-edit-tran-fields
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF Record-edit-failed
             PERFORM Write-intake-reject
           ELSE
             PERFORM Write-intake-record
           END-IF.
        Intake-one-line-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the partner fields a master line must carry - the
      * status code translated through the table's S class, and the account
      * amount converted from the partner's decimal text
      * ****************************************************************************
        Intake-edit-master-fields.
           Move "S" to Xlate-lookup-class
           Move Intake-field-status to Xlate-lookup-value
           PERFORM Find-xlate-code
           IF NOT Xlate-code-found
             Move "SXLT" to REJECT-STATUS-REASON
             Move "Y" to Record-edit-flag
           END-IF
           Move Intake-field-amount to Intake-amount-text
           PERFORM Convert-intake-amount
           IF NOT Intake-amount-good
             Move "AMTN" to REJECT-AMOUNT-REASON
             Move "Y" to Record-edit-flag
           END-IF.
        Intake-edit-master-fields-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the partner fields a transaction line must carry -
      * the transaction date, the type code translated through the table's T
      * class, and the transaction amount converted from decimal text
      * ****************************************************************************
        Intake-edit-tran-fields.
           Move Intake-field-trandate to Date-under-edit
           PERFORM Edit-calendar-date
           IF NOT Date-is-valid
             Move "TDAT" to REJECT-TRANDATE-REASON
             Move "Y" to Record-edit-flag
           END-IF
           Move "T" to Xlate-lookup-class
           Move Intake-field-trantype to Xlate-lookup-value
           PERFORM Find-xlate-code
           IF NOT Xlate-code-found
             Move "TXLT" to REJECT-TRANTYPE-REASON
             Move "Y" to Record-edit-flag
           END-IF
           Move Intake-field-tranamt to Intake-amount-text
           PERFORM Convert-intake-amount
           IF NOT Intake-amount-good
             Move "TAMT" to REJECT-TRANAMT-REASON
             Move "Y" to Record-edit-flag
           END-IF.
        Intake-edit-tran-fields-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method finding the table entry translating the partner code in
      * Xlate-lookup-value within the code class in Xlate-lookup-class - the
      * translated code comes back in Xlate-found-code, with the found flag
      * off when the partner sent a code the table does not carry
      * ****************************************************************************
        Find-xlate-code.
           Move "N" to Xlate-found-flag
           Move Spaces to Xlate-found-code
           Perform varying Xlate-search-index from 1 by 1
                   until Xlate-search-index > Xlate-entry-count
                   OR Xlate-code-found
               IF Xlate-code-class(Xlate-search-index)
                       EQUAL Xlate-lookup-class
                   AND Xlate-partner-code(Xlate-search-index)
                       EQUAL Xlate-lookup-value
                 Move "Y" to Xlate-found-flag
                 Move Xlate-our-code(Xlate-search-index)
                     to Xlate-found-code
               END-IF
           End-perform.
        Find-xlate-code-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method converting the decimal text in Intake-amount-text into
      * Intake-amount-value a character at a time - an optional leading minus,
      * up to nine integer digits, an optional point with up to two decimals.
      * Anything else, or an amount with no digits at all, fails the edit
      * ****************************************************************************
        Convert-intake-amount.
           Move "Y" to Intake-amount-flag
           Move "N" to Intake-negative-flag
           Move "N" to Intake-point-flag
           Move "N" to Intake-scan-stop
           Move 0 to Intake-int-part
           Move 0 to Intake-frac-part
           Move 0 to Intake-int-digits
           Move 0 to Intake-frac-digits
           Move 0 to Intake-amount-value
           Perform varying Intake-scan-index from 1 by 1
                   until Intake-scan-index > 14
                   OR Intake-scan-done
               Move Intake-amount-text(Intake-scan-index:1)
                   to Intake-digit-char
               EVALUATE TRUE
                   WHEN Intake-digit-char EQUAL SPACE
                       Move "Y" to Intake-scan-stop
                   WHEN Intake-digit-char EQUAL "-"
                       IF Intake-scan-index = 1
                         Move "Y" to Intake-negative-flag
                       ELSE
                         Move "N" to Intake-amount-flag
                         Move "Y" to Intake-scan-stop
                       END-IF
                   WHEN Intake-digit-char EQUAL "."
                       IF Intake-point-seen
                         Move "N" to Intake-amount-flag
                         Move "Y" to Intake-scan-stop
                       ELSE
                         Move "Y" to Intake-point-flag
                       END-IF
                   WHEN Intake-digit-char NUMERIC
                       PERFORM Fold-intake-digit
                   WHEN OTHER
                       Move "N" to Intake-amount-flag
                       Move "Y" to Intake-scan-stop
               END-EVALUATE
           End-perform
           IF Intake-int-digits = 0 AND Intake-frac-digits = 0
             Move "N" to Intake-amount-flag
           END-IF
           IF Intake-amount-good
      * One decimal present means tenths - scale it to hundredths
             IF Intake-frac-digits = 1
               COMPUTE Intake-frac-part = Intake-frac-part * 10
             END-IF
             COMPUTE Intake-amount-value = Intake-int-part
                 + Intake-frac-part / 100
             IF Intake-amount-negative
               COMPUTE Intake-amount-value = 0 - Intake-amount-value
             END-IF
           END-IF.
        Convert-intake-amount-EXIT.
           EXIT.

      * *******************************************
      * Utility method folding the digit just scanned into the integer
      * or decimal part being accumulated - a tenth integer digit
      * overflows the layout's amount and fails the edit, as does a
      * third decimal
      * *******************************************
        Fold-intake-digit.
           IF NOT Intake-point-seen
             IF Intake-int-digits >= 9
               Move "N" to Intake-amount-flag
               Move "Y" to Intake-scan-stop
             ELSE
               ADD 1 TO Intake-int-digits
               COMPUTE Intake-int-part = Intake-int-part * 10
                   + Intake-digit-num
             END-IF
           ELSE
             IF Intake-frac-digits >= 2
               Move "N" to Intake-amount-flag
               Move "Y" to Intake-scan-stop
             ELSE
               ADD 1 TO Intake-frac-digits
               COMPUTE Intake-frac-part = Intake-frac-part * 10
                   + Intake-digit-num
             END-IF
           END-IF.
        Fold-intake-digit-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the partner line that failed its
      * edits to the reject dataset, raw as transmitted, with the
      * reason codes left by the field edits
      * *******************************************
        Write-intake-reject.
           Move Intake-line-buffer to REJECT-RECORD-DATA
           WRITE REJECT-RECORD
           ADD 1 TO Reject-count.
        Write-intake-reject-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for writing the line that passed every edit to the output
      * file in the business layout - built a field at a time through the
      * field-level output view, with the translated codes and converted
      * amounts in place.  The code translations are re-found here because
      * both classes share one lookup area and the edits ran after each other
      * ****************************************************************************
        Write-intake-record.
           Move Spaces to OUT-FILE-RECORD
           Move Intake-field-account to OUT-REC-ACCOUNT-ID
           Move Intake-field-effdate to OUT-REC-EFFECTIVE-DATE
           Move Record-type-norm to OUT-REC-RECORD-TYPE
           IF Norm-master-record
             Move "S" to Xlate-lookup-class
             Move Intake-field-status to Xlate-lookup-value
             PERFORM Find-xlate-code
             Move Xlate-found-code to OUT-REC-STATUS-CODE
             Move Intake-field-amount to Intake-amount-text
             PERFORM Convert-intake-amount
             Move Intake-amount-value to OUT-REC-AMOUNT
           ELSE
             Move Spaces to OUT-REC-STATUS-CODE
             Move 0 to OUT-REC-AMOUNT
             Move Intake-field-trandate to OUT-REC-TRAN-DATE
             Move "T" to Xlate-lookup-class
             Move Intake-field-trantype to Xlate-lookup-value
             PERFORM Find-xlate-code
             Move Xlate-found-code to OUT-REC-TRAN-TYPE
             Move Intake-field-tranamt to Intake-amount-text
             PERFORM Convert-intake-amount
             Move Intake-amount-value to OUT-REC-TRAN-AMOUNT
           END-IF
           PERFORM Note-extract-write
           WRITE OUT-FILE-RECORD
           ADD 1 TO Report-Out-Records-Written.
        Write-intake-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the ANALYZE action - sizes the file in one pass, then
      * walks it again cutting the keys into PARM-ANALYZE-RANGES slices of as
      * near equal record count as the distribution allows, writing each slice
      * as a ready-to-run KEYRANGE batch control card.  Fed to parallel driver
      * jobs, the cards carve a copy that takes hours through one DUPLICAT into
      * concurrent slices that actually fit the window
      * ****************************************************************************
        Analyze-key-distribution.
           Move "0" to Input-eof
           Move 0 to Analyze-total-count
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 ADD 1 TO Analyze-total-count
               End-IF
           End-perform
           IF Analyze-total-count > 0
             COMPUTE Analyze-slice-size =
                 (Analyze-total-count + PARM-ANALYZE-RANGES - 1)
                     / PARM-ANALYZE-RANGES
             PERFORM Write-analyze-cards
           END-IF.
        Analyze-key-distribution-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for ANALYZE's second pass - repositions to the top of the
      * file and writes one KEYRANGE card per slice of Analyze-slice-size
      * records, the last card taking whatever remains
      * ****************************************************************************
        Write-analyze-cards.
           Move "0" to Input-eof
           Move LOW-VALUES to IN-RECORD-KEY
           PERFORM Start-next-input-data
           IF inputfile-success
             Move 0 to Analyze-slice-count
             Perform until
                     NOT inputfile-success OR
                     NOT cardfile-success

                 PERFORM Read-next-input-data
                 IF inputfile-success
                   ADD 1 TO Analyze-slice-count
                   IF Analyze-slice-count = 1
                     Move IN-RECORD-KEY to Analyze-card-low
                   END-IF
                   Move IN-RECORD-KEY to Analyze-last-key
                   IF Analyze-slice-count >= Analyze-slice-size
                     PERFORM Write-analyze-card
                     Move 0 to Analyze-slice-count
                   END-IF
                 End-IF
             End-perform
             IF Analyze-slice-count > 0 AND cardfile-success
               PERFORM Write-analyze-card
             END-IF
           END-IF.
        Write-analyze-cards-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing one KEYRANGE batch control card
      * bounding the slice just accumulated
      * *******************************************
        Write-analyze-card.
           Move Analyze-card-low to AC-LOW-KEY
           Move Analyze-last-key to AC-HIGH-KEY
           Move Analyze-card-line to ANALYZE-CARD-RECORD
           WRITE ANALYZE-CARD-RECORD
           ADD 1 TO Report-Out-Records-Written.
        Write-analyze-card-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the RESEQ action - copies the input file to the output
      * re-sequenced by the sort field named in PARMS, under a proper sort:
      * AMTDESC for the review desk's largest-amount-first extract, STATUS for
      * status-then-account order, EFFDATE for effective-date order.  The release
      * and return procedures are shared by all three sorts; only the keys differ
      * ****************************************************************************
        Reseq-input-to-output.
           Move "0" to Input-eof
           EVALUATE PARM-SORT-FIELD
               WHEN "AMTDESC"
                   SORT SORT-WORK-FILE
                       ON DESCENDING KEY SW-AMOUNT
                       ON ASCENDING KEY SW-ACCOUNT-ID
                       INPUT PROCEDURE IS Reseq-release-records
                           THRU Reseq-release-records-EXIT
                       OUTPUT PROCEDURE IS Reseq-return-records
                           THRU Reseq-return-records-EXIT
               WHEN "STATUS"
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-STATUS-CODE
                       ON ASCENDING KEY SW-ACCOUNT-ID
                       INPUT PROCEDURE IS Reseq-release-records
                           THRU Reseq-release-records-EXIT
                       OUTPUT PROCEDURE IS Reseq-return-records
                           THRU Reseq-return-records-EXIT
               WHEN "EFFDATE"
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-EFFECTIVE-DATE
                       ON ASCENDING KEY SW-ACCOUNT-ID
                       INPUT PROCEDURE IS Reseq-release-records
                           THRU Reseq-release-records-EXIT
                       OUTPUT PROCEDURE IS Reseq-return-records
                           THRU Reseq-return-records-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        Reseq-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method releasing every input record to the sort - the RESEQ
      * sorts' shared input procedure
      * ****************************************************************************
        Reseq-release-records.
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 RELEASE SORT-WORK-RECORD FROM Temp-data
               End-IF
           End-perform.
        Reseq-release-records-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the sorted records to the output file - the RESEQ
      * sorts' shared output procedure
      * ****************************************************************************
        Reseq-return-records.
           Move "0" to Sort-return-eof
           Perform until At-sort-return-eof
                   OR NOT outputfile-success
               RETURN SORT-WORK-FILE INTO Temp-data
                   AT END
                       Move "1" to Sort-return-eof
               END-RETURN
               IF NOT At-sort-return-eof
                 PERFORM Write-output-data
               End-IF
           End-perform.
        Reseq-return-records-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the SPLIT action - reads the input file once and fans
      * each record out by status code to the split dataset its downstream team
      * reads, so one pass replaces the three or four FILTER reruns that used to
      * cut the same slices.  Records matching none of the routed statuses fall
      * through to the regular output file so nothing is silently dropped
      * ****************************************************************************
        Split-input-to-outputs.
           Move "0" to Input-eof
      * The unopened spares hold the "00" their VALUE clause gave
      * them, so every split status can sit in the loop test - only a
      * file actually being written can take the run down
           Perform until
                   NOT inputfile-success OR
                   NOT outputfile-success OR
                   NOT split1file-success OR
                   NOT split2file-success OR
                   NOT split3file-success OR
                   NOT split4file-success

               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Split-one-record
               End-IF
           End-perform.
        Split-input-to-outputs-EXIT.
           EXIT.

      * *******************************************
      * Utility method routing the record just read to the SPLIT
      * dataset its status code names, or to the output file when
      * no routed code matches
      * *******************************************
        Split-one-record.
           EVALUATE TRUE
               WHEN PARM-SPLIT-STATUS-1 NOT EQUAL SPACES
                   AND IN-REC-STATUS-CODE
                       EQUAL PARM-SPLIT-STATUS-1
                   PERFORM Write-split-output-1
               WHEN PARM-SPLIT-STATUS-2 NOT EQUAL SPACES
                   AND IN-REC-STATUS-CODE
                       EQUAL PARM-SPLIT-STATUS-2
                   PERFORM Write-split-output-2
               WHEN PARM-SPLIT-STATUS-3 NOT EQUAL SPACES
                   AND IN-REC-STATUS-CODE
                       EQUAL PARM-SPLIT-STATUS-3
                   PERFORM Write-split-output-3
               WHEN PARM-SPLIT-STATUS-4 NOT EQUAL SPACES
                   AND IN-REC-STATUS-CODE
                       EQUAL PARM-SPLIT-STATUS-4
                   PERFORM Write-split-output-4
               WHEN OTHER
                   PERFORM Write-output-data
           END-EVALUATE.
        Split-one-record-EXIT.
           EXIT.

      * *******************************************
      * Utility methods for writing the current record to one of the
      * SPLIT fan-out datasets and keeping its per-output count
      * *******************************************
        Write-split-output-1.
           Move Temp-data to SPLIT-RECORD-1
           WRITE SPLIT-RECORD-1
           ADD 1 TO Split-count-1
           ADD 1 TO Report-Out-Records-Written.
        Write-split-output-1-EXIT.
           EXIT.

        Write-split-output-2.
           Move Temp-data to SPLIT-RECORD-2
           WRITE SPLIT-RECORD-2
           ADD 1 TO Split-count-2
           ADD 1 TO Report-Out-Records-Written.
        Write-split-output-2-EXIT.
           EXIT.

        Write-split-output-3.
           Move Temp-data to SPLIT-RECORD-3
           WRITE SPLIT-RECORD-3
           ADD 1 TO Split-count-3
           ADD 1 TO Report-Out-Records-Written.
        Write-split-output-3-EXIT.
           EXIT.

        Write-split-output-4.
           Move Temp-data to SPLIT-RECORD-4
           WRITE SPLIT-RECORD-4
           ADD 1 TO Split-count-4
           ADD 1 TO Report-Out-Records-Written.
        Write-split-output-4-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the VERIFY action - a nightly health check that walks
      * the indexed file end to end twice, first in primary-key order and then
      * through the alternate index, writing a findings line to the output file
      * for every irregularity: primary keys out of sequence, duplicate
      * account/effective-date pairs, unreadable records, alternate-index entries
      * out of date order, or a base/alternate record-count disagreement.  Any
      * finding leaves a nonzero return code so the scheduler can hold the real
      * work behind a broken file
      * ****************************************************************************
        Verify-input-file.
           Move "0" to Input-eof
           Move 0 to Verify-findings-count
           Move 0 to Verify-base-count
           Move 0 to Verify-alt-count
           Move "Y" to Verify-first-flag
           Move "Y" to Verify-alt-first-flag
      * Pass one - primary key order
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Verify-one-base-record
               End-IF
           End-perform
           IF IN-FILE-STATUS NOT EQUAL "10"
             Move "BASE READ FAILURE FILE STATUS" to VF-MESSAGE
             Move Spaces to VF-KEY
             Move IN-FILE-STATUS to VF-KEY(1:2)
             PERFORM Write-verify-finding
           END-IF
           PERFORM Verify-alt-index-pass.
        Verify-input-file-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for VERIFY's second pass - the walk through the alternate
      * index, the base/alternate count check, and the summary line that closes
      * the findings.  A single-pass MULTIOUT step comes here once its shared
      * primary-key pass is done
      * ****************************************************************************
        Verify-alt-index-pass.
      * Pass two - alternate index order
           Move LOW-VALUES to ALT-EFFECTIVE-DATE
           START IN-INTERNAL-FILE
                 KEY IS GREATER THAN OR EQUAL TO ALT-EFFECTIVE-DATE
               INVALID KEY
                 Move "1" to Input-eof
           END-START
           IF inputfile-success
             Perform until NOT inputfile-success
                 PERFORM Read-next-input-data
                 IF inputfile-success
                   PERFORM Verify-one-alt-record
                 End-IF
             End-perform
             IF IN-FILE-STATUS NOT EQUAL "10"
               Move "ALT INDEX READ FAILURE FILE STATUS"
                   to VF-MESSAGE
               Move Spaces to VF-KEY
               Move IN-FILE-STATUS to VF-KEY(1:2)
               PERFORM Write-verify-finding
             END-IF
           END-IF
      * The alternate index must carry exactly one entry per base
      * record - a count disagreement means the AIX is out of step
           IF Verify-alt-count NOT EQUAL Verify-base-count
             Move "ALT INDEX COUNT MISMATCH" to VF-MESSAGE
             Move Spaces to VF-KEY
             PERFORM Write-verify-finding
           END-IF
           IF outputfile-success
             Move Verify-findings-count to VS-FINDINGS
             Move Spaces to OUT-FILE-RECORD
             Move Verify-summary-line to OUT-FILE-RECORD
             PERFORM Write-report-record
           END-IF
           IF Verify-findings-count > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
        Verify-alt-index-pass-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for auditing the record just read on the primary-key pass -
      * keys must be strictly ascending (VSAM itself should guarantee it, which
      * is exactly why a violation is worth an alarm) and no two records may
      * carry the same account id and effective date
      * ****************************************************************************
        Verify-one-base-record.
           ADD 1 TO Verify-base-count
           IF NOT Verify-first-record
             IF IN-RECORD-KEY <= Verify-prev-key
               Move "PRIMARY KEY SEQUENCE ERROR AT KEY"
                   to VF-MESSAGE
               Move IN-RECORD-KEY to VF-KEY
               PERFORM Write-verify-finding
             END-IF
             IF IN-REC-ACCOUNT-ID EQUAL Verify-prev-account
                 AND IN-REC-EFFECTIVE-DATE EQUAL Verify-prev-date
               Move "DUPLICATE ACCOUNT/DATE PAIR AT KEY"
                   to VF-MESSAGE
               Move IN-RECORD-KEY to VF-KEY
               PERFORM Write-verify-finding
             END-IF
           END-IF
           Move "N" to Verify-first-flag
           Move IN-RECORD-KEY to Verify-prev-key
           Move IN-REC-ACCOUNT-ID to Verify-prev-account
           Move IN-REC-EFFECTIVE-DATE to Verify-prev-date.
        Verify-one-base-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for auditing the record just read on the alternate-index
      * pass - effective dates must come back in nondescending order (the AIX
      * allows duplicates, so equal dates are in sequence)
      * ****************************************************************************
        Verify-one-alt-record.
           ADD 1 TO Verify-alt-count
           IF NOT Verify-alt-first-record
             IF ALT-EFFECTIVE-DATE < Verify-prev-alt-date
               Move "ALT INDEX SEQUENCE ERROR AT KEY"
                   to VF-MESSAGE
               Move IN-RECORD-KEY to VF-KEY
               PERFORM Write-verify-finding
             END-IF
           END-IF
           Move "N" to Verify-alt-first-flag
           Move ALT-EFFECTIVE-DATE to Verify-prev-alt-date.
        Verify-one-alt-record-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing one findings line of the VERIFY
      * report and keeping the running findings count
      * *******************************************
        Write-verify-finding.
           ADD 1 TO Verify-findings-count
           IF outputfile-success
             Move Spaces to OUT-FILE-RECORD
             Move Verify-finding-line to OUT-FILE-RECORD
             PERFORM Write-report-record
           END-IF.
        Write-verify-finding-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the XCHECK action - reconciles the relationship between
      * the two record types the mixed feed carries, which VERIFY's structural
      * audit and VALIDATE's field edits both look straight past.  Two passes
      * in primary key order: the first gathers POST's suffix-keyed charges
      * under the parent account each row names, since those rows sort after
      * their parent's group; the second streams the ordinary rows, folding
      * each parent's gathered charges into its balance proof at the group
      * break.  A finding line goes out for every transaction whose account
      * has no type 01 master, every transaction dated before its master's
      * effective date, and every account whose master amount disagrees with
      * the sum of its transaction amounts, posted charges included.
      * Findings share VERIFY's finding writer and leave the same return
      * code 8, so the scheduler can hold the real work behind an
      * unbalanced file
      * ****************************************************************************
        Xcheck-input-file.
           Move "0" to Input-eof
           Move 0 to Verify-findings-count
           Move 0 to Xcheck-posted-count
           Move "N" to Xcheck-posted-flag
           Move "N" to Xcheck-account-flag
           Move "N" to Xcheck-master-flag
           Move Spaces to Xcheck-current-account
      * Pass one - gather the posted charges by parent account
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Normalize-record-type
                 IF Norm-transaction-record
                     AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                   PERFORM Xcheck-note-posted-row
                 END-IF
               End-IF
           End-perform
           IF IN-FILE-STATUS NOT EQUAL "10"
             Move "XCHECK READ FAILURE FILE STATUS" to VF-MESSAGE
             Move Spaces to VF-KEY
             Move IN-FILE-STATUS to VF-KEY(1:2)
             PERFORM Write-verify-finding
           END-IF
      * Pass two - stream the ordinary rows; the posted rows are
      * already represented by their table entries and are passed by
           Move LOW-VALUES to IN-RECORD-KEY
           PERFORM Start-next-input-data
           IF inputfile-success
             Perform until NOT inputfile-success
                 PERFORM Read-next-input-data
                 IF inputfile-success
                   PERFORM Normalize-record-type
      * A status-history row carries no money and is passed by too
                   IF Norm-transaction-record
                       AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                       OR Norm-history-record
                     CONTINUE
                   ELSE
                     PERFORM Xcheck-one-stream-record
                   END-IF
                 End-IF
             End-perform
             IF IN-FILE-STATUS NOT EQUAL "10"
               Move "XCHECK READ FAILURE FILE STATUS" to VF-MESSAGE
               Move Spaces to VF-KEY
               Move IN-FILE-STATUS to VF-KEY(1:2)
               PERFORM Write-verify-finding
             END-IF
           END-IF
           PERFORM Xcheck-close-findings.
        Xcheck-input-file-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method closing XCHECK's findings once the streaming is done - the
      * last account group's proof, the orphaned and unproven charges, and the
      * summary line.  A single-pass MULTIOUT step comes here too, once its
      * shared pass has streamed the last key block
      * ****************************************************************************
        Xcheck-close-findings.
           IF Xcheck-have-account
             PERFORM Xcheck-close-account
           END-IF
      * Charges no master ever claimed are orphans, and a table that
      * overflowed means some charges were never proven at all
           Perform varying Xcheck-posted-index from 1 by 1
                   until Xcheck-posted-index > Xcheck-posted-count
               IF Xp-claimed-flag(Xcheck-posted-index) NOT EQUAL "Y"
                 Move "POSTED TRAN WITHOUT MASTER ACCT"
                     to VF-MESSAGE
                 Move Xp-parent-id(Xcheck-posted-index) to VF-KEY
                 PERFORM Write-verify-finding
               END-IF
           End-perform
           IF Xcheck-posted-overflow
             Move "POSTED TABLE FULL FINDINGS PARTIAL"
                 to VF-MESSAGE
             Move Spaces to VF-KEY
             PERFORM Write-verify-finding
           END-IF
           IF outputfile-success
             Move Verify-findings-count to XS-FINDINGS
             Move Spaces to OUT-FILE-RECORD
             Move Xcheck-summary-line to OUT-FILE-RECORD
             PERFORM Write-report-record
           END-IF
           IF Verify-findings-count > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
        Xcheck-close-findings-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for one ordinary record of the streaming pass - the
      * account-group break and the per-shape checks, exactly the walk the
      * action made before posted charges existed
      * ****************************************************************************
        Xcheck-one-stream-record.
           IF IN-REC-ACCOUNT-ID NOT EQUAL Xcheck-current-account
             IF Xcheck-have-account
               PERFORM Xcheck-close-account
             END-IF
             Move IN-REC-ACCOUNT-ID to Xcheck-current-account
             Move "Y" to Xcheck-account-flag
             Move "N" to Xcheck-master-flag
             Move 0 to Xcheck-tran-count
             Move 0 to Xcheck-tran-sum
           END-IF
           EVALUATE TRUE
               WHEN Norm-master-record
                   PERFORM Xcheck-note-master
               WHEN Norm-transaction-record
                   PERFORM Xcheck-one-transaction
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        Xcheck-one-stream-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method folding the posted charge just read into its parent's
      * table entry on the gathering pass - the count and sum for the balance
      * proof, and the earliest charge date for the effective-date check
      * ****************************************************************************
        Xcheck-note-posted-row.
           Move IN-REC-TRAN-PARENT-ID to Xcheck-lookup-id
           PERFORM Xcheck-find-posted-entry
           IF Xcheck-found-index = 0
             IF Xcheck-posted-count >= 500
               Move "Y" to Xcheck-posted-flag
             ELSE
               ADD 1 TO Xcheck-posted-count
               Move Xcheck-posted-count to Xcheck-found-index
               Move Xcheck-lookup-id
                   to Xp-parent-id(Xcheck-found-index)
               Move 0 to Xp-tran-count(Xcheck-found-index)
               Move 0 to Xp-tran-sum(Xcheck-found-index)
               Move HIGH-VALUES to Xp-min-date(Xcheck-found-index)
               Move "N" to Xp-claimed-flag(Xcheck-found-index)
             END-IF
           END-IF
           IF Xcheck-found-index > 0
             ADD 1 TO Xp-tran-count(Xcheck-found-index)
             IF IN-REC-TRAN-AMOUNT NUMERIC
               ADD IN-REC-TRAN-AMOUNT
                   TO Xp-tran-sum(Xcheck-found-index)
             END-IF
             IF IN-REC-TRAN-DATE
                 < Xp-min-date(Xcheck-found-index)
               Move IN-REC-TRAN-DATE
                   to Xp-min-date(Xcheck-found-index)
             END-IF
           END-IF.
        Xcheck-note-posted-row-EXIT.
           EXIT.

      * *******************************************
      * Utility method finding the posted-charge entry for the account
      * in Xcheck-lookup-id - zero comes back when the account has no
      * gathered charges
      * *******************************************
        Xcheck-find-posted-entry.
           Move 0 to Xcheck-found-index
           Perform varying Xcheck-posted-index from 1 by 1
                   until Xcheck-posted-index > Xcheck-posted-count
                   OR Xcheck-found-index > 0
               IF Xp-parent-id(Xcheck-posted-index)
                   EQUAL Xcheck-lookup-id
                 Move Xcheck-posted-index to Xcheck-found-index
               END-IF
           End-perform.
        Xcheck-find-posted-entry-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method noting the master row of the account group now being
      * reconciled - its amount and effective date are what the account's
      * transaction rows are checked against.  A non-numeric amount reconciles
      * as zero; VALIDATE is the action that polices the field itself
      * ****************************************************************************
        Xcheck-note-master.
           Move "Y" to Xcheck-master-flag
           IF IN-REC-AMOUNT NUMERIC
             Move IN-REC-AMOUNT to Xcheck-master-amount
           ELSE
             Move 0 to Xcheck-master-amount
           END-IF
           Move IN-REC-EFFECTIVE-DATE to Xcheck-master-effdate.
        Xcheck-note-master-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reconciling the transaction row just read against its
      * account's master - an orphan row with no master yet seen, or a
      * transaction dated before the master's effective date, each earn a
      * finding line; the amount folds into the account's transaction sum
      * for the balance proof at the account break
      * ****************************************************************************
        Xcheck-one-transaction.
           ADD 1 TO Xcheck-tran-count
           IF IN-REC-TRAN-AMOUNT NUMERIC
             ADD IN-REC-TRAN-AMOUNT TO Xcheck-tran-sum
           END-IF
           IF NOT Xcheck-have-master
             Move "TRANSACTION WITHOUT MASTER AT KEY" to VF-MESSAGE
             Move IN-RECORD-KEY to VF-KEY
             PERFORM Write-verify-finding
           ELSE
             IF IN-REC-TRAN-DATE < Xcheck-master-effdate
               Move "TRAN PREDATES MASTER EFFDATE AT KEY"
                   to VF-MESSAGE
               Move IN-RECORD-KEY to VF-KEY
               PERFORM Write-verify-finding
             END-IF
           END-IF.
        Xcheck-one-transaction-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method proving the balance of the account group just completed.
      * The parent's gathered posted charges are claimed and folded into the
      * transaction sum first, with their own effective-date check, then a
      * master whose amount does not equal the sum of all its transaction
      * amounts earns a finding.  An account with no transactions has nothing
      * to prove against, and an orphaned group's rows were already flagged
      * one by one
      * ****************************************************************************
        Xcheck-close-account.
           IF Xcheck-have-master
             Move Xcheck-current-account to Xcheck-lookup-id
             PERFORM Xcheck-find-posted-entry
             IF Xcheck-found-index > 0
               Move "Y" to Xp-claimed-flag(Xcheck-found-index)
               ADD Xp-tran-count(Xcheck-found-index)
                   TO Xcheck-tran-count
               ADD Xp-tran-sum(Xcheck-found-index)
                   TO Xcheck-tran-sum
               IF Xp-min-date(Xcheck-found-index)
                   < Xcheck-master-effdate
                 Move "POSTED TRAN PREDATES EFFDATE ACCT"
                     to VF-MESSAGE
                 Move Xcheck-current-account to VF-KEY
                 PERFORM Write-verify-finding
               END-IF
             END-IF
           END-IF
           IF Xcheck-have-master
               AND Xcheck-tran-count > 0
               AND Xcheck-master-amount NOT EQUAL Xcheck-tran-sum
             Move "MASTER/TRAN BALANCE MISMATCH ACCT" to VF-MESSAGE
             Move Xcheck-current-account to VF-KEY
             PERFORM Write-verify-finding
           END-IF.
        Xcheck-close-account-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the ASOF action - a point-in-time extract.  Reading in
      * primary-key order groups the effective-dated rows of an account together,
      * so for each account the record carried forward is the one with the
      * greatest effective date that is still on or before PARM-ASOF-DATE, and it
      * is written when the account id changes or the input runs out.  Accounts
      * whose every row postdates the as-of date write nothing - they did not
      * exist in the book as it stood that day
      * ****************************************************************************
        Asof-input-to-output.
           Move "0" to Input-eof
           Move "N" to Asof-candidate-flag
           Move Spaces to Asof-current-account
           Perform until
                   NOT inputfile-success OR
                   NOT outputfile-success

               PERFORM Read-next-input-data
               IF inputfile-success
                 IF IN-REC-ACCOUNT-ID NOT EQUAL Asof-current-account
                   IF Asof-have-candidate
                     PERFORM Write-asof-candidate
                   END-IF
                   Move IN-REC-ACCOUNT-ID to Asof-current-account
                   Move "N" to Asof-candidate-flag
                 END-IF
                 IF IN-REC-EFFECTIVE-DATE <= PARM-ASOF-DATE
                     AND (NOT Asof-have-candidate
                         OR IN-REC-EFFECTIVE-DATE > Asof-candidate-date)
                   Move "Y" to Asof-candidate-flag
                   Move IN-REC-EFFECTIVE-DATE to Asof-candidate-date
                   Move Temp-data to Asof-candidate-record
                 END-IF
               End-IF
           End-perform
           IF Asof-have-candidate AND outputfile-success
             PERFORM Write-asof-candidate
           END-IF.
        Asof-input-to-output-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the held as-of candidate record to
      * the output file when its account group is complete
      * *******************************************
        Write-asof-candidate.
           Move Spaces to OUT-FILE-RECORD
           Move Asof-candidate-record to OUT-FILE-RECORD
           PERFORM Note-extract-write
           WRITE OUT-FILE-RECORD
           ADD 1 TO Report-Out-Records-Written.
        Write-asof-candidate-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the SUMMARY action - reads the input file once, posting
      * each record's count and amount into the month/status accumulation table,
      * then writes the control-break report to the output file: one detail line
      * per status code within effective-date month, a subtotal per month, and a
      * grand total at the end
      * ****************************************************************************
        Summarize-input-data.
           Move "0" to Input-eof
           Move 0 to Summary-entry-count
           Move "N" to Summary-table-flag
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Post-summary-entry
               End-IF
           End-perform
           PERFORM Write-summary-report.
        Summarize-input-data-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for posting the record just read into the summary table,
      * keyed on the effective-date month plus the status code - the table is
      * kept in month/status order by inserting new keys in place, so the report
      * walk never has to sort
      * ****************************************************************************
        Post-summary-entry.
           PERFORM Normalize-record-type
           Move Record-type-norm to Summary-type-key
           Move IN-REC-EFFECTIVE-DATE(1:6) to Summary-month-key
           Move IN-REC-STATUS-CODE to Summary-status-key
      * Find the matching entry, or the slot a new key belongs in
           Move 1 to Summary-search-index
           Perform until Summary-search-index > Summary-entry-count
                   OR Summary-entry-key(Summary-search-index)
                       >= Summary-sort-key
               ADD 1 TO Summary-search-index
           End-perform
           IF Summary-search-index <= Summary-entry-count
               AND Summary-entry-key(Summary-search-index)
                   EQUAL Summary-sort-key
             CONTINUE
           ELSE
             PERFORM Insert-summary-entry
           END-IF
      * Post into the slot only when it really holds this key - a full
      * table leaves a new key with no slot, but existing keys keep
      * accumulating even after the table has overflowed
           IF Summary-search-index <= Summary-entry-count
               AND Summary-entry-key(Summary-search-index)
                   EQUAL Summary-sort-key
             ADD 1 TO Summary-count(Summary-search-index)
      * A non-numeric amount still counts as a record, it just cannot
      * contribute to the total - VALIDATE is the action that polices it
             IF IN-REC-AMOUNT NUMERIC
               ADD IN-REC-AMOUNT
                   TO Summary-amount(Summary-search-index)
             END-IF
           END-IF.
        Post-summary-entry-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for opening a slot at Summary-search-index for a new
      * month/status key, shifting the entries below it down one - when the
      * table is already full the report is flagged incomplete instead
      * ****************************************************************************
        Insert-summary-entry.
           IF Summary-entry-count >= 500
             Move "Y" to Summary-table-flag
           ELSE
             Perform varying Summary-shift-index
                     from Summary-entry-count by -1
                     until Summary-shift-index < Summary-search-index
                 Move Summary-entry(Summary-shift-index)
                     to Summary-entry(Summary-shift-index + 1)
             End-perform
             ADD 1 TO Summary-entry-count
             Move Summary-sort-key
                 to Summary-entry-key(Summary-search-index)
             Move 0 to Summary-count(Summary-search-index)
             Move 0 to Summary-amount(Summary-search-index)
           END-IF.
        Insert-summary-entry-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for walking the filled summary table in month/status order
      * and writing the report lines to the output file, breaking on the month
      * ****************************************************************************
        Write-summary-report.
           Move Spaces to Summary-break-type
           Move Spaces to Summary-break-month
           Move 0 to Summary-month-count
           Move 0 to Summary-month-amount
           Move 0 to Summary-type-count
           Move 0 to Summary-type-amount
           Move 0 to Summary-grand-count
           Move 0 to Summary-grand-amount
           Perform varying Summary-report-index from 1 by 1
                   until Summary-report-index > Summary-entry-count
                   OR NOT outputfile-success
               IF Summary-rec-type(Summary-report-index)
                       NOT EQUAL Summary-break-type
                   OR Summary-month(Summary-report-index)
                       NOT EQUAL Summary-break-month
                 IF Summary-break-month NOT EQUAL SPACES
                   PERFORM Write-summary-month-total
                 END-IF
                 IF Summary-rec-type(Summary-report-index)
                     NOT EQUAL Summary-break-type
                   IF Summary-break-type NOT EQUAL SPACES
                     PERFORM Write-summary-type-total
                   END-IF
                   Move Summary-rec-type(Summary-report-index)
                       to Summary-break-type
                   Move 0 to Summary-type-count
                   Move 0 to Summary-type-amount
                 END-IF
                 Move Summary-month(Summary-report-index)
                     to Summary-break-month
                 Move 0 to Summary-month-count
                 Move 0 to Summary-month-amount
               END-IF
               PERFORM Write-summary-detail-line
               ADD Summary-count(Summary-report-index)
                   TO Summary-month-count
               ADD Summary-amount(Summary-report-index)
                   TO Summary-month-amount
               ADD Summary-count(Summary-report-index)
                   TO Summary-type-count
               ADD Summary-amount(Summary-report-index)
                   TO Summary-type-amount
               ADD Summary-count(Summary-report-index)
                   TO Summary-grand-count
               ADD Summary-amount(Summary-report-index)
                   TO Summary-grand-amount
           End-perform
           IF Summary-break-month NOT EQUAL SPACES
               AND outputfile-success
             PERFORM Write-summary-month-total
           END-IF
           IF Summary-break-type NOT EQUAL SPACES
               AND outputfile-success
             PERFORM Write-summary-type-total
           END-IF
           IF outputfile-success
             Move Spaces to OUT-FILE-RECORD
             Move Summary-grand-count to SUM-GRD-COUNT
             Move Summary-grand-amount to SUM-GRD-AMOUNT
             Move Summary-grand-line to OUT-FILE-RECORD
             PERFORM Write-report-record
           END-IF
           IF Summary-overflowed AND outputfile-success
             Move Spaces to OUT-FILE-RECORD
             Move Summary-overflow-line to OUT-FILE-RECORD
             PERFORM Write-report-record
           END-IF.
        Write-summary-report-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing one detail line of the summary
      * report - the count and amount for one status code within the
      * current month
      * *******************************************
        Write-summary-detail-line.
           Move Summary-rec-type(Summary-report-index) to SUM-DET-TYPE
           Move Summary-month(Summary-report-index) to SUM-DET-MONTH
           Move Summary-status(Summary-report-index) to SUM-DET-STATUS
           Move Summary-count(Summary-report-index) to SUM-DET-COUNT
           Move Summary-amount(Summary-report-index) to SUM-DET-AMOUNT
           Move Spaces to OUT-FILE-RECORD
           Move Summary-detail-line to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-summary-detail-line-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the month subtotal line of the
      * summary report when the month control break fires
      * *******************************************
        Write-summary-month-total.
           Move Summary-break-type to SUM-MTH-TYPE
           Move Summary-break-month to SUM-MTH-MONTH
           Move Summary-month-count to SUM-MTH-COUNT
           Move Summary-month-amount to SUM-MTH-AMOUNT
           Move Spaces to OUT-FILE-RECORD
           Move Summary-month-line to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-summary-month-total-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the record-type total line of the
      * summary report when the type control break fires
      * *******************************************
        Write-summary-type-total.
           Move Summary-break-type to SUM-TYP-TYPE
           Move Summary-type-count to SUM-TYP-COUNT
           Move Summary-type-amount to SUM-TYP-AMOUNT
           Move Spaces to OUT-FILE-RECORD
           Move Summary-type-line to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-summary-type-total-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the STATEMENT action - renders a readable per-account
      * statement on the output file: the master line with the status code and
      * opening amount, one line per transaction with the balance running down
      * the page, and a closing balance line when the account group ends.  Two
      * passes in primary key order: the first gathers POST's suffix-keyed
      * charges under the parent account each row names, since those rows sort
      * after their parent's group; the second streams the ordinary rows and
      * prints each parent's gathered charges inside its group, ahead of the
      * closing balance.  An account whose master is missing still prints its
      * transactions - the balance just opens at zero, and XCHECK is the
      * action that flags the orphan
      * ****************************************************************************
        Statement-input-to-output.
           Move "0" to Input-eof
           Move "N" to Stmt-account-flag
           Move Spaces to Stmt-current-account
           Move 0 to Stmt-posted-count
           Move "N" to Stmt-posted-flag
      * Pass one - gather the posted charges by parent account
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Normalize-record-type
                 IF Norm-transaction-record
                     AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                   PERFORM Statement-note-posted-row
                 END-IF
               End-IF
           End-perform
      * Pass two - render the statements; posted rows are passed by
      * here and printed from the table inside their parent's group
           Move LOW-VALUES to IN-RECORD-KEY
           PERFORM Start-next-input-data
           IF inputfile-success
             Perform until
                     NOT inputfile-success OR
                     NOT outputfile-success

                 PERFORM Read-next-input-data
                 IF inputfile-success
                   PERFORM Normalize-record-type
      * A status-history row carries no money and is passed by too
                   IF Norm-transaction-record
                       AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                       OR Norm-history-record
                     CONTINUE
                   ELSE
                     PERFORM Statement-one-stream-record
                   END-IF
                 End-IF
             End-perform
           END-IF
           PERFORM Statement-close-groups.
        Statement-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method closing the statements once the rendering is done - the
      * last account's closing balance, the orphaned charges' groups, and the
      * overflow warning.  A single-pass MULTIOUT step comes here too, once its
      * shared pass has rendered the last key block
      * ****************************************************************************
        Statement-close-groups.
           IF Stmt-have-account AND outputfile-success
             PERFORM Statement-fold-posted
             PERFORM Write-statement-closing
           END-IF
      * Charges whose parent never appeared still print - each orphan
      * parent as its own group opening at zero, the way a masterless
      * account already prints
           IF outputfile-success
             PERFORM Statement-orphan-groups
           END-IF
           IF Stmt-posted-overflow AND outputfile-success
             Move Spaces to OUT-FILE-RECORD
             Move Statement-overflow-line to OUT-FILE-RECORD
             PERFORM Write-report-record
           END-IF.
        Statement-close-groups-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for one ordinary record of the rendering pass - the
      * account-group break, with the parent's gathered charges folded in
      * ahead of the closing line, then the line the record's shape earns
      * ****************************************************************************
        Statement-one-stream-record.
           IF IN-REC-ACCOUNT-ID NOT EQUAL Stmt-current-account
             IF Stmt-have-account
               PERFORM Statement-fold-posted
               PERFORM Write-statement-closing
             END-IF
             Move IN-REC-ACCOUNT-ID to Stmt-current-account
             Move "Y" to Stmt-account-flag
             Move 0 to Stmt-running-balance
           END-IF
           EVALUATE TRUE
               WHEN Norm-master-record
                   PERFORM Write-statement-master
               WHEN Norm-transaction-record
                   PERFORM Write-statement-tran
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        Statement-one-stream-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method holding the posted charge just read for the statement
      * of the parent it names - a non-numeric amount prints as zero, the way
      * the ordinary transaction line already treats one
      * ****************************************************************************
        Statement-note-posted-row.
           IF Stmt-posted-count >= 500
             Move "Y" to Stmt-posted-flag
           ELSE
             ADD 1 TO Stmt-posted-count
             Move IN-REC-TRAN-PARENT-ID
                 to Sp-parent-id(Stmt-posted-count)
             Move IN-REC-TRAN-DATE
                 to Sp-tran-date(Stmt-posted-count)
             Move IN-REC-TRAN-TYPE
                 to Sp-tran-type(Stmt-posted-count)
             IF IN-REC-TRAN-AMOUNT NUMERIC
               Move IN-REC-TRAN-AMOUNT
                   to Sp-tran-amount(Stmt-posted-count)
             ELSE
               Move 0 to Sp-tran-amount(Stmt-posted-count)
             END-IF
             Move "N" to Sp-claimed-flag(Stmt-posted-count)
           END-IF.
        Statement-note-posted-row-EXIT.
           EXIT.

      * *******************************************
      * Utility method printing the current account's gathered posted
      * charges inside its group, rolling each into the running
      * balance ahead of the closing line
      * *******************************************
        Statement-fold-posted.
           Perform varying Stmt-posted-index from 1 by 1
                   until Stmt-posted-index > Stmt-posted-count
               IF Sp-claimed-flag(Stmt-posted-index) NOT EQUAL "Y"
                   AND Sp-parent-id(Stmt-posted-index)
                       EQUAL Stmt-current-account
                 Move "Y" to Sp-claimed-flag(Stmt-posted-index)
                 PERFORM Write-statement-posted-line
               END-IF
           End-perform.
        Statement-fold-posted-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing one gathered posted charge as a
      * transaction line of its parent's statement
      * *******************************************
        Write-statement-posted-line.
           ADD Sp-tran-amount(Stmt-posted-index)
               TO Stmt-running-balance
           Move Sp-tran-date(Stmt-posted-index) to STM-TRN-DATE
           Move Sp-tran-type(Stmt-posted-index) to STM-TRN-TYPE
           Move Sp-tran-amount(Stmt-posted-index) to STM-TRN-AMOUNT
           Move Stmt-running-balance to STM-TRN-BALANCE
           Move Spaces to OUT-FILE-RECORD
           Move Statement-tran-line to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-statement-posted-line-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method printing the charges no parent group claimed - the
      * entries are walked in gathered order, each unclaimed parent opening
      * one group that sweeps up every charge naming it
      * ****************************************************************************
        Statement-orphan-groups.
           Perform varying Stmt-orphan-index from 1 by 1
                   until Stmt-orphan-index > Stmt-posted-count
                   OR NOT outputfile-success
               IF Sp-claimed-flag(Stmt-orphan-index) NOT EQUAL "Y"
                 Move Sp-parent-id(Stmt-orphan-index)
                     to Stmt-orphan-parent
                 Move Stmt-orphan-parent to Stmt-current-account
                 Move 0 to Stmt-running-balance
                 Perform varying Stmt-posted-index
                         from Stmt-orphan-index by 1
                         until Stmt-posted-index > Stmt-posted-count
                     IF Sp-claimed-flag(Stmt-posted-index)
                             NOT EQUAL "Y"
                         AND Sp-parent-id(Stmt-posted-index)
                             EQUAL Stmt-orphan-parent
                       Move "Y"
                           to Sp-claimed-flag(Stmt-posted-index)
                       PERFORM Write-statement-posted-line
                     END-IF
                 End-perform
                 PERFORM Write-statement-closing
               END-IF
           End-perform.
        Statement-orphan-groups-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the master line that opens an
      * account's statement - the opening amount seeds the running
      * balance the transaction lines carry forward
      * *******************************************
        Write-statement-master.
           IF IN-REC-AMOUNT NUMERIC
             Move IN-REC-AMOUNT to Stmt-running-balance
           END-IF
           Move IN-REC-ACCOUNT-ID to STM-MST-ACCOUNT
           Move IN-REC-STATUS-CODE to STM-MST-STATUS
           Move Stmt-running-balance to STM-MST-AMOUNT
           Move Spaces to OUT-FILE-RECORD
           Move Statement-master-line to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-statement-master-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing one transaction line of the
      * statement, rolling the transaction amount into the running
      * balance - a non-numeric amount prints without moving the
      * balance, the way SUMMARY tolerates one without totalling it
      * *******************************************
        Write-statement-tran.
           IF IN-REC-TRAN-AMOUNT NUMERIC
             ADD IN-REC-TRAN-AMOUNT TO Stmt-running-balance
             Move IN-REC-TRAN-AMOUNT to STM-TRN-AMOUNT
           ELSE
             Move 0 to STM-TRN-AMOUNT
           END-IF
           Move IN-REC-TRAN-DATE to STM-TRN-DATE
           Move IN-REC-TRAN-TYPE to STM-TRN-TYPE
           Move Stmt-running-balance to STM-TRN-BALANCE
           Move Spaces to OUT-FILE-RECORD
           Move Statement-tran-line to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-statement-tran-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the closing balance line that ends
      * an account's statement when its group is complete
      * *******************************************
        Write-statement-closing.
           Move Stmt-current-account to STM-CLS-ACCOUNT
           Move Stmt-running-balance to STM-CLS-BALANCE
           Move Spaces to OUT-FILE-RECORD
           Move Statement-closing-line to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-statement-closing-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the AGING action - ages every account's outstanding
      * balance against the cycle date into CURRENT, 30, 60, 90 and 120+ day
      * buckets.  One pass in primary key order, held a key block at a time the
      * way the single-pass step holds it: POST keys a charge by its master's
      * first seven bytes and a letter, so a block's posted charges are gathered
      * under the parent each names before its masters are aged.  Each master's
      * balance is spread over its charges newest first, since payments retire
      * the oldest debt; whatever the charges on file do not explain ages from
      * the master's own effective date.  The report on the output file carries
      * the bucket totals per status code and a grand total proved against the
      * master balances, summed as each master is read before any spreading.
      * The extract on AGEOUT carries one row per account for the steps that
      * follow and ends with a trailer that says whether it holds them all - a
      * full table, a short read or a failed write leaves it incomplete, ends
      * the run with return code 12, and CHARGEOF will not act on it
      * ****************************************************************************
        Aging-input-to-output.
           Move "0" to Input-eof
           Move "N" to Aging-account-flag
           Move "N" to Aging-master-flag
           Move Spaces to Aging-current-account
           Move 0 to Aging-posted-count
           Move "N" to Aging-posted-flag
           Move 0 to Aging-charge-count
           Move "N" to Aging-charge-flag
           Move 0 to Aging-status-count
           Move "N" to Aging-status-flag
           Move 0 to Aging-block-count
           Move "N" to Aging-block-flag
           Move 0 to Aging-extract-count
           Move 0 to Aging-extract-amount
           Move "N" to Aging-extract-flag
           Move "Y" to Aging-complete-flag
           Move "N" to Aging-read-flag
           Move 0 to Aging-account-count
           Move 0 to Aging-master-total
           Move 0 to Aging-bucket-total
           Perform varying Aging-bucket-index from 1 by 1
                   until Aging-bucket-index > 5
               Move 0 to Ag-bucket-count(Aging-bucket-index)
               Move 0 to Ag-bucket-amount(Aging-bucket-index)
           End-perform
           Move PARM-CYCLE-DATE to Day-number-date
           PERFORM Compute-day-number
           Move Day-number-result to Aging-cycle-day
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Aging-hold-block-row
               End-IF
           End-perform
           IF IN-FILE-STATUS NOT EQUAL "10"
             Move "Y" to Aging-read-flag
           END-IF
      * Charges whose parent never appeared belong to no balance, so
      * they have nothing to age - XCHECK is the action that flags them
           IF Aging-block-count > 0
             PERFORM Aging-flush-block
           END-IF
           IF outputfile-success
             PERFORM Write-aging-report
           END-IF
           PERFORM Note-aging-overflow
           PERFORM Write-aging-trailer.
        Aging-input-to-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method holding the record just read in AGING's key block.  A key
      * whose first seven bytes differ from the block's closes the block - it is
      * aged, and the record just read, which the aging overwrote in the record
      * area, is put back before it opens the next one.  A master's balance is
      * added to the master total here, as it is read, so the bucket totals are
      * proved against a figure the spreading never touched
      * ****************************************************************************
        Aging-hold-block-row.
           IF Aging-block-count > 0
               AND (IN-RECORD-KEY(1:7) NOT EQUAL Aging-block-prefix
                   OR Aging-block-count >= 256)
             IF IN-RECORD-KEY(1:7) EQUAL Aging-block-prefix
               Move "Y" to Aging-block-flag
             END-IF
             PERFORM Aging-flush-block
             Move Temp-data to IN-FILE-RECORD
           END-IF
           ADD 1 TO Aging-block-count
           Move Temp-data to Aging-block-row(Aging-block-count)
           Move IN-RECORD-KEY(1:7) to Aging-block-prefix
           PERFORM Normalize-record-type
           IF Norm-master-record
             IF IN-REC-AMOUNT NUMERIC
               ADD IN-REC-AMOUNT TO Aging-master-total
             END-IF
           END-IF.
        Aging-hold-block-row-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method aging a finished key block - first the block's posted
      * charges are gathered under the parent each names, then its ordinary rows
      * stream through the account-group break.  No row of the next block can
      * share an account id with this one, so the last group is closed here,
      * before the posted table is cleared for the next block
      * ****************************************************************************
        Aging-flush-block.
           Move 0 to Aging-posted-count
           Perform varying Aging-block-index from 1 by 1
                   until Aging-block-index > Aging-block-count
               Move Aging-block-row(Aging-block-index)
                   to IN-FILE-RECORD
               PERFORM Normalize-record-type
               IF Norm-transaction-record
                   AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                 PERFORM Aging-note-posted-row
               END-IF
           End-perform
           Perform varying Aging-block-index from 1 by 1
                   until Aging-block-index > Aging-block-count
               Move Aging-block-row(Aging-block-index)
                   to IN-FILE-RECORD
               PERFORM Normalize-record-type
      * Posted rows were gathered above, and a status-history row
      * carries no money, so both are passed by here
               IF Norm-transaction-record
                   AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                   OR Norm-history-record
                 CONTINUE
               ELSE
                 PERFORM Aging-one-stream-record
               END-IF
           End-perform
           IF Aging-have-account
             PERFORM Aging-close-account
             Move "N" to Aging-account-flag
             Move Spaces to Aging-current-account
           END-IF
           Move 0 to Aging-block-count.
        Aging-flush-block-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method calling out an aging run that could not see or keep every
      * account - a full table or a read that ended short of end of file ends
      * the run with return code 12.  A full status table only cuts the report
      * short; anything else leaves the extract incomplete as well, and its
      * trailer says so
      * ****************************************************************************
        Note-aging-overflow.
           Move Spaces to Aging-full-table
           EVALUATE TRUE
               WHEN Aging-block-overflow
                   Move "KEYBLOCK" to Aging-full-table
               WHEN Aging-posted-overflow
                   Move "POSTED" to Aging-full-table
               WHEN Aging-charge-overflow
                   Move "CHARGE" to Aging-full-table
               WHEN Aging-status-overflow
                   Move "STATUS" to Aging-full-table
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF Aging-full-table NOT EQUAL SPACES
             Move "FSD0077E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "AGING TABLE FULL - RUN INCOMPLETE TABLE"
                 to Rlog-text-body
             Move Aging-full-table to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "AGEFULL" to Run-reason-code
             END-IF
           END-IF
           IF Aging-read-short
             Move "FSD0078E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "AGING READ FAILED DD SYSIN STATUS"
                 to Rlog-text-body
             Move IN-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "AGEREAD" to Run-reason-code
             END-IF
           END-IF
           IF Aging-block-overflow
               OR Aging-posted-overflow
               OR Aging-charge-overflow
               OR Aging-read-short
               OR Aging-extract-stopped
             Move "N" to Aging-complete-flag
           END-IF.
        Note-aging-overflow-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for one ordinary record of the aging pass - the
      * account-group break ages the group just ended, a master supplies the
      * balance and status, and a transaction row with a charge on it joins the
      * charges the balance is spread over
      * ****************************************************************************
        Aging-one-stream-record.
           IF IN-REC-ACCOUNT-ID NOT EQUAL Aging-current-account
             IF Aging-have-account
               PERFORM Aging-close-account
             END-IF
             Move IN-REC-ACCOUNT-ID to Aging-current-account
             Move "Y" to Aging-account-flag
             Move "N" to Aging-master-flag
             Move 0 to Aging-charge-count
           END-IF
           EVALUATE TRUE
               WHEN Norm-master-record
                   Move "Y" to Aging-master-flag
                   Move IN-REC-STATUS-CODE to Aging-master-status
                   Move IN-REC-EFFECTIVE-DATE to Aging-master-date
      * A non-numeric balance cannot be aged - it counts as zero on
      * both sides of the proof, and VALIDATE is the action that
      * polices it
                   IF IN-REC-AMOUNT NUMERIC
                     Move IN-REC-AMOUNT to Aging-master-balance
                   ELSE
                     Move 0 to Aging-master-balance
                   END-IF
               WHEN Norm-transaction-record
                   IF IN-REC-TRAN-AMOUNT NUMERIC
                     IF IN-REC-TRAN-AMOUNT > 0
                       Move IN-REC-TRAN-DATE to Aging-slice-date
                       Move IN-REC-TRAN-AMOUNT to Aging-slice
                       PERFORM Aging-note-charge
                     END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        Aging-one-stream-record-EXIT.
           EXIT.

      * *******************************************
      * Utility method holding the posted charge just read under the
      * parent it names - only a charge can carry a balance, so a
      * credit or a non-numeric amount is not kept
      * *******************************************
        Aging-note-posted-row.
           IF IN-REC-TRAN-AMOUNT NUMERIC
             IF IN-REC-TRAN-AMOUNT > 0
               IF Aging-posted-count >= 500
                 Move "Y" to Aging-posted-flag
               ELSE
                 ADD 1 TO Aging-posted-count
                 Move IN-REC-TRAN-PARENT-ID
                     to Ap-parent-id(Aging-posted-count)
                 Move IN-REC-TRAN-DATE
                     to Ap-tran-date(Aging-posted-count)
                 Move IN-REC-TRAN-AMOUNT
                     to Ap-tran-amount(Aging-posted-count)
                 Move "N" to Ap-claimed-flag(Aging-posted-count)
               END-IF
             END-IF
           END-IF.
        Aging-note-posted-row-EXIT.
           EXIT.

      * *******************************************
      * Utility method adding the charge staged in Aging-slice and
      * Aging-slice-date to the current account's charge table
      * *******************************************
        Aging-note-charge.
           IF Aging-charge-count >= 100
             Move "Y" to Aging-charge-flag
           ELSE
             ADD 1 TO Aging-charge-count
             Move Aging-slice-date to Ac-tran-date(Aging-charge-count)
             Move Aging-slice to Ac-tran-amount(Aging-charge-count)
             Move "N" to Ac-used-flag(Aging-charge-count)
           END-IF.
        Aging-note-charge-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method aging the account group just ended - a group with no
      * master has no balance to age.  The parent's gathered posted charges join
      * its own charges, the balance is spread into the buckets, and the result
      * is posted to the status totals and written to the extract
      * ****************************************************************************
        Aging-close-account.
           IF Aging-have-master
             Perform varying Aging-scan-index from 1 by 1
                     until Aging-scan-index > Aging-posted-count
                 IF Ap-claimed-flag(Aging-scan-index) NOT EQUAL "Y"
                     AND Ap-parent-id(Aging-scan-index)
                         EQUAL Aging-current-account
                   Move "Y" to Ap-claimed-flag(Aging-scan-index)
                   Move Ap-tran-date(Aging-scan-index)
                       to Aging-slice-date
                   Move Ap-tran-amount(Aging-scan-index)
                       to Aging-slice
                   PERFORM Aging-note-charge
                 END-IF
             End-perform
             PERFORM Aging-spread-balance
             PERFORM Aging-post-status
             PERFORM Write-aging-extract
           END-IF.
        Aging-close-account-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method spreading the master's balance into the five buckets -
      * the newest charge takes its share first, each next-newest takes what is
      * left, and any remainder the charges do not explain ages from the
      * master's effective date.  A zero or credit balance owes nothing and
      * sits in the current bucket, so the buckets still prove to the balance
      * ****************************************************************************
        Aging-spread-balance.
           Perform varying Aging-bucket-index from 1 by 1
                   until Aging-bucket-index > 5
               Move 0 to Aging-account-amount(Aging-bucket-index)
           End-perform
           Move 0 to Aging-oldest-days
           Move Aging-master-balance to Aging-remaining
           IF Aging-remaining > 0
             Move 1 to Aging-pick-index
             Perform until Aging-remaining NOT > 0
                     OR Aging-pick-index EQUAL 0
                 PERFORM Aging-pick-newest-charge
                 IF Aging-pick-index > 0
                   Move "Y" to Ac-used-flag(Aging-pick-index)
                   IF Ac-tran-amount(Aging-pick-index) < Aging-remaining
                     Move Ac-tran-amount(Aging-pick-index)
                         to Aging-slice
                   ELSE
                     Move Aging-remaining to Aging-slice
                   END-IF
                   Move Ac-tran-date(Aging-pick-index)
                       to Aging-slice-date
                   PERFORM Aging-age-slice
                 END-IF
             End-perform
             IF Aging-remaining > 0
               Move Aging-remaining to Aging-slice
               Move Aging-master-date to Aging-slice-date
               PERFORM Aging-age-slice
             END-IF
           ELSE
             Move Aging-master-balance to Aging-account-amount(1)
           END-IF.
        Aging-spread-balance-EXIT.
           EXIT.

      * *******************************************
      * Utility method finding the newest charge not yet used, leaving
      * its slot in Aging-pick-index - zero when every charge is used
      * *******************************************
        Aging-pick-newest-charge.
           Move 0 to Aging-pick-index
           Perform varying Aging-scan-index from 1 by 1
                   until Aging-scan-index > Aging-charge-count
               IF Ac-used-flag(Aging-scan-index) NOT EQUAL "Y"
                 IF Aging-pick-index EQUAL 0
                   Move Aging-scan-index to Aging-pick-index
                 ELSE
                   IF Ac-tran-date(Aging-scan-index)
                       > Ac-tran-date(Aging-pick-index)
                     Move Aging-scan-index to Aging-pick-index
                   END-IF
                 END-IF
               END-IF
           End-perform.
        Aging-pick-newest-charge-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method ageing the slice of balance staged in Aging-slice from
      * Aging-slice-date to the cycle date and adding it to the bucket that age
      * falls in.  A date that is not a real calendar date cannot be aged, so
      * its slice is reported with the oldest debt, where a collector will see
      * it; a date past the cycle date is simply current
      * ****************************************************************************
        Aging-age-slice.
           Move Aging-slice-date to Date-under-edit
           PERFORM Edit-calendar-date
           IF Date-is-valid
             Move Date-under-edit to Day-number-date
             PERFORM Compute-day-number
             COMPUTE Aging-age-days =
                 Aging-cycle-day - Day-number-result
           ELSE
             Move 120 to Aging-age-days
           END-IF
           EVALUATE TRUE
               WHEN Aging-age-days < 30
                   Move 1 to Aging-bucket-index
               WHEN Aging-age-days < 60
                   Move 2 to Aging-bucket-index
               WHEN Aging-age-days < 90
                   Move 3 to Aging-bucket-index
               WHEN Aging-age-days < 120
                   Move 4 to Aging-bucket-index
               WHEN OTHER
                   Move 5 to Aging-bucket-index
           END-EVALUATE
           ADD Aging-slice TO Aging-account-amount(Aging-bucket-index)
           SUBTRACT Aging-slice FROM Aging-remaining
           IF Aging-age-days > Aging-oldest-days
             Move Aging-age-days to Aging-oldest-days
           END-IF.
        Aging-age-slice-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method posting the account just aged into the status table and
      * the grand totals - an account counts in a bucket when any of its balance
      * landed there.  The master balances the buckets are proved against were
      * summed as the masters were read, so they are not added in here
      * ****************************************************************************
        Aging-post-status.
           Move 1 to Aging-search-index
           Perform until Aging-search-index > Aging-status-count
                   OR As-status-code(Aging-search-index)
                       >= Aging-master-status
               ADD 1 TO Aging-search-index
           End-perform
           IF Aging-search-index <= Aging-status-count
               AND As-status-code(Aging-search-index)
                   EQUAL Aging-master-status
             CONTINUE
           ELSE
             PERFORM Insert-aging-status
           END-IF
           IF Aging-search-index <= Aging-status-count
               AND As-status-code(Aging-search-index)
                   EQUAL Aging-master-status
             ADD 1 TO As-account-count(Aging-search-index)
             ADD Aging-master-balance TO As-balance(Aging-search-index)
             Perform varying Aging-bucket-index from 1 by 1
                     until Aging-bucket-index > 5
                 IF Aging-account-amount(Aging-bucket-index)
                     NOT EQUAL 0
                   ADD 1 TO As-bucket-count(Aging-search-index,
                                            Aging-bucket-index)
                   ADD Aging-account-amount(Aging-bucket-index)
                       TO As-bucket-amount(Aging-search-index,
                                           Aging-bucket-index)
                 END-IF
             End-perform
           END-IF
           ADD 1 TO Aging-account-count
           Perform varying Aging-bucket-index from 1 by 1
                   until Aging-bucket-index > 5
               IF Aging-account-amount(Aging-bucket-index) NOT EQUAL 0
                 ADD 1 TO Ag-bucket-count(Aging-bucket-index)
                 ADD Aging-account-amount(Aging-bucket-index)
                     TO Ag-bucket-amount(Aging-bucket-index)
                 ADD Aging-account-amount(Aging-bucket-index)
                     TO Aging-bucket-total
               END-IF
           End-perform.
        Aging-post-status-EXIT.
           EXIT.

      * *******************************************
      * Utility method opening a slot at Aging-search-index for a new
      * status code, shifting the entries below it down one - a full
      * table flags the report incomplete instead
      * *******************************************
        Insert-aging-status.
           IF Aging-status-count >= 50
             Move "Y" to Aging-status-flag
           ELSE
             Perform varying Aging-shift-index
                     from Aging-status-count by -1
                     until Aging-shift-index < Aging-search-index
                 Move Aging-status-entry(Aging-shift-index)
                     to Aging-status-entry(Aging-shift-index + 1)
             End-perform
             ADD 1 TO Aging-status-count
             Move Aging-master-status
                 to As-status-code(Aging-search-index)
             Move 0 to As-account-count(Aging-search-index)
             Move 0 to As-balance(Aging-search-index)
             Perform varying Aging-bucket-index from 1 by 1
                     until Aging-bucket-index > 5
                 Move 0 to As-bucket-count(Aging-search-index,
                                           Aging-bucket-index)
                 Move 0 to As-bucket-amount(Aging-search-index,
                                            Aging-bucket-index)
             End-perform
           END-IF.
        Insert-aging-status-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the aged account's extract row - days
      * past due is the age of the oldest debt still owed.  Once a
      * write has failed nothing more is written to the extract
      * *******************************************
        Write-aging-extract.
           IF NOT Aging-extract-stopped
             Move Spaces to AGING-EXTRACT-RECORD
             Move Aging-current-account to AGX-ACCOUNT-ID
             Move PARM-CYCLE-DATE to AGX-CYCLE-DATE
             Move Aging-master-status to AGX-STATUS-CODE
             EVALUATE TRUE
                 WHEN Aging-oldest-days < 0
                     Move 0 to AGX-DAYS-PAST-DUE
                 WHEN Aging-oldest-days > 99999
                     Move 99999 to AGX-DAYS-PAST-DUE
                 WHEN OTHER
                     Move Aging-oldest-days to AGX-DAYS-PAST-DUE
             END-EVALUATE
             Move Aging-master-balance to AGX-BALANCE
             Perform varying Aging-bucket-index from 1 by 1
                     until Aging-bucket-index > 5
                 Move Aging-account-amount(Aging-bucket-index)
                     to AGX-BUCKET-AMOUNT(Aging-bucket-index)
             End-perform
             WRITE AGING-EXTRACT-RECORD
             IF agingfile-success
               ADD 1 TO Aging-extract-count
               ADD Aging-master-balance TO Aging-extract-amount
             ELSE
               PERFORM Stop-aging-extract
             END-IF
           END-IF.
        Write-aging-extract-EXIT.
           EXIT.

      * *******************************************
      * Utility method closing the extract with its trailer - the
      * rows written, their balance, and whether the extract holds
      * every account.  An extract that stopped taking rows gets no
      * trailer, which CHARGEOF refuses the same as an incomplete one
      * *******************************************
        Write-aging-trailer.
           IF NOT Aging-extract-stopped
             Move Spaces to AGING-EXTRACT-TRAILER
             Move HIGH-VALUES to AGX-TRAILER-ID
             Move PARM-CYCLE-DATE to AGX-TRAILER-DATE
             Move Aging-extract-count to AGX-TRAILER-COUNT
             Move Aging-extract-amount to AGX-TRAILER-BALANCE
             Move Aging-complete-flag to AGX-TRAILER-COMPLETE
             WRITE AGING-EXTRACT-TRAILER
             IF NOT agingfile-success
               PERFORM Stop-aging-extract
             END-IF
           END-IF.
        Write-aging-trailer-EXIT.
           EXIT.

      * *******************************************
      * Utility method for a failed write to the AGING extract - it
      * is logged once and the extract takes nothing more; the run
      * ends with return code 12
      * *******************************************
        Stop-aging-extract.
           Move "Y" to Aging-extract-flag
           Move "N" to Aging-complete-flag
           Move "FSD0076E" to Rlog-message-id
           Move Spaces to Rlog-line-text
           Move "WRITE FAILED DD AGEOUT STATUS"
               to Rlog-text-body
           Move AGING-FILE-STATUS to Rlog-text-detail
           PERFORM Write-run-log
           IF RETURN-CODE EQUAL 0
             MOVE 12 TO RETURN-CODE
           END-IF
           IF Run-reason-code EQUAL SPACES
             Move "AGEWRIT" to Run-reason-code
           END-IF.
        Stop-aging-extract-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the aging report to the output file - per status
      * code a line for each bucket and a status total, then the all-status
      * bucket totals and the grand total, closed by the master balances the
      * grand total must tie to.  A report that does not tie ends the run with
      * return code 12, the way a load whose trailer does not prove does
      * ****************************************************************************
        Write-aging-report.
           Move PARM-CYCLE-DATE to AGE-HDG-DATE
           Move Spaces to OUT-FILE-RECORD
           Move Aging-heading-line to OUT-FILE-RECORD
           PERFORM Write-aging-line
           Perform varying Aging-search-index from 1 by 1
                   until Aging-search-index > Aging-status-count
               PERFORM Write-aging-status-block
           End-perform
           Perform varying Aging-bucket-index from 1 by 1
                   until Aging-bucket-index > 5
               Move Aging-bucket-name(Aging-bucket-index)
                   to AGE-BKT-BUCKET
               Move Ag-bucket-count(Aging-bucket-index)
                   to AGE-BKT-COUNT
               Move Ag-bucket-amount(Aging-bucket-index)
                   to AGE-BKT-AMOUNT
               Move Spaces to OUT-FILE-RECORD
               Move Aging-bucket-line to OUT-FILE-RECORD
               PERFORM Write-aging-line
           End-perform
           Move Aging-account-count to AGE-GRD-COUNT
           Move Aging-bucket-total to AGE-GRD-AMOUNT
           Move Spaces to OUT-FILE-RECORD
           Move Aging-grand-line to OUT-FILE-RECORD
           PERFORM Write-aging-line
           Move Aging-master-total to AGE-TIE-AMOUNT
           IF Aging-master-total EQUAL Aging-bucket-total
             Move "TIED" to AGE-TIE-VERDICT
           ELSE
             Move "OUT OF BALANCE" to AGE-TIE-VERDICT
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "AGETIE" to Run-reason-code
             END-IF
           END-IF
           Move Spaces to OUT-FILE-RECORD
           Move Aging-tie-line to OUT-FILE-RECORD
           PERFORM Write-aging-line
           IF Aging-status-overflow
             Move "STATUS" to AGE-OVF-TABLE
             Move Spaces to OUT-FILE-RECORD
             Move Aging-overflow-line to OUT-FILE-RECORD
             PERFORM Write-aging-line
           END-IF
           IF Aging-posted-overflow
             Move "POSTED" to AGE-OVF-TABLE
             Move Spaces to OUT-FILE-RECORD
             Move Aging-overflow-line to OUT-FILE-RECORD
             PERFORM Write-aging-line
           END-IF
           IF Aging-charge-overflow
             Move "CHARGE" to AGE-OVF-TABLE
             Move Spaces to OUT-FILE-RECORD
             Move Aging-overflow-line to OUT-FILE-RECORD
             PERFORM Write-aging-line
           END-IF
           IF Aging-block-overflow
             Move "KEYBLOCK" to AGE-OVF-TABLE
             Move Spaces to OUT-FILE-RECORD
             Move Aging-overflow-line to OUT-FILE-RECORD
             PERFORM Write-aging-line
           END-IF.
        Write-aging-report-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing one status code's bucket lines and its
      * status total line
      * *******************************************
        Write-aging-status-block.
           Move As-status-code(Aging-search-index) to AGE-DET-STATUS
           Perform varying Aging-bucket-index from 1 by 1
                   until Aging-bucket-index > 5
               Move Aging-bucket-name(Aging-bucket-index)
                   to AGE-DET-BUCKET
               Move As-bucket-count(Aging-search-index,
                                    Aging-bucket-index)
                   to AGE-DET-COUNT
               Move As-bucket-amount(Aging-search-index,
                                     Aging-bucket-index)
                   to AGE-DET-AMOUNT
               Move Spaces to OUT-FILE-RECORD
               Move Aging-detail-line to OUT-FILE-RECORD
               PERFORM Write-aging-line
           End-perform
           Move As-status-code(Aging-search-index) to AGE-STS-STATUS
           Move As-account-count(Aging-search-index) to AGE-STS-COUNT
           Move As-balance(Aging-search-index) to AGE-STS-AMOUNT
           Move Spaces to OUT-FILE-RECORD
           Move Aging-status-line to OUT-FILE-RECORD
           PERFORM Write-aging-line.
        Write-aging-status-block-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the report line already staged in
      * OUT-FILE-RECORD
      * *******************************************
        Write-aging-line.
           WRITE OUT-FILE-RECORD
           ADD 1 TO Report-Out-Records-Written.
        Write-aging-line-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method turning the CCYYMMDD date in Day-number-date into a day
      * number in Day-number-result, so the days between two dates are one
      * subtraction.  The year is counted from March, which puts the leap day
      * at the end of the counting year; every division truncates
      * ****************************************************************************
        Compute-day-number.
           COMPUTE Day-number-shift = 14 - Day-number-month
           DIVIDE Day-number-shift BY 12 GIVING Day-number-shift
           COMPUTE Day-number-years =
               Day-number-year + 4800 - Day-number-shift
           COMPUTE Day-number-months =
               Day-number-month + (12 * Day-number-shift) - 3
           COMPUTE Day-number-part = (153 * Day-number-months) + 2
           DIVIDE Day-number-part BY 5 GIVING Day-number-result
           ADD Day-number-day TO Day-number-result
           COMPUTE Day-number-part = 365 * Day-number-years
           ADD Day-number-part TO Day-number-result
           DIVIDE Day-number-years BY 4 GIVING Day-number-part
           ADD Day-number-part TO Day-number-result
           DIVIDE Day-number-years BY 100 GIVING Day-number-part
           SUBTRACT Day-number-part FROM Day-number-result
           DIVIDE Day-number-years BY 400 GIVING Day-number-part
           ADD Day-number-part TO Day-number-result
           SUBTRACT 32045 FROM Day-number-result.
        Compute-day-number-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the CHARGEOF action - writes off the accounts an
      * earlier AGING step found at or past PARM-CHARGEOFF-DAYS days past due.
      * The AGING extract on AGEIN names the candidates; each master is read
      * fresh from the cluster, so a balance paid down since the aging is
      * written off at what is actually owed.  A write-off cuts a type 02 CO
      * row for the balance under a generated key, the way POST cuts its
      * charges, then zeroes the master and moves it to status WO, and hands the
      * account to the agency on the recovery placement file.  Both changes
      * leave before-images in the journal, so UNDO backs the run out whole.
      * In trial mode the candidates are listed on the run report and nothing
      * is touched.  The extract's trailer was proved when AGEIN was opened and
      * is passed by here
      * ****************************************************************************
        Chargeoff-aged-accounts.
           Move "0" to Agein-eof
           Perform until At-agein-eof
                   OR NOT ageinfile-success
                   OR NOT journalfile-success
                   OR (Gl-feed-on AND NOT gloutfile-success)
                   OR (PARM-TRIAL-MODE NOT EQUAL "Y"
                       AND NOT recoveryfile-success)
               PERFORM Read-next-aging-row
               IF NOT At-agein-eof AND ageinfile-success
                   AND AGI-TRAILER-ID NOT EQUAL HIGH-VALUES
                 ADD 1 TO Report-In-Records-Read
                 IF AGI-DAYS-PAST-DUE NUMERIC
                   IF AGI-DAYS-PAST-DUE >= PARM-CHARGEOFF-DAYS
                     PERFORM Chargeoff-one-account
                   END-IF
                 END-IF
               End-IF
           End-perform
      * A run whose journal stopped taking before-images has written
      * off accounts with no way back - that must not report clean
           IF PARM-TRIAL-MODE NOT EQUAL "Y"
               AND NOT journalfile-success
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "JRNLWRIT" to Run-reason-code
             END-IF
           END-IF.
        Chargeoff-aged-accounts-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method sizing up the one candidate just read from the extract.
      * A key no longer on file, a row that is not a master, an account already
      * charged off, or a balance with nothing owed is skipped - a rerun of the
      * same extract therefore skips every account the first run wrote off.  An
      * account under legal hold is refused and skipped as well
      * ****************************************************************************
        Chargeoff-one-account.
           Move AGI-ACCOUNT-ID to IN-RECORD-KEY
           PERFORM Read-input-data
           IF NOT inputfile-success
             ADD 1 TO Chargeoff-skipped-count
      * The record never arrived, but the run is not broken - clear
      * the status so the next candidate's read starts clean
             Move "00" to IN-FILE-STATUS
           ELSE
             PERFORM Normalize-record-type
             Move Temp-data to Legal-check-image
             PERFORM Check-legal-hold
             IF NOT Norm-master-record
                 OR IN-REC-STATUS-CODE EQUAL "WO"
                 OR IN-REC-AMOUNT NOT NUMERIC
                 OR Account-under-hold
               ADD 1 TO Chargeoff-skipped-count
               IF Account-under-hold
                 PERFORM Refuse-held-account
               END-IF
             ELSE
               IF IN-REC-AMOUNT NOT > 0
                 ADD 1 TO Chargeoff-skipped-count
               ELSE
                 Move IN-REC-AMOUNT to Chargeoff-amount
                 Move IN-REC-STATUS-CODE to Chargeoff-prior-status
                 IF PARM-TRIAL-MODE EQUAL "Y"
                   Move DO-CHARGEOFF-DATASET to TRI-ACTION
                   Move AGI-ACCOUNT-ID to TRI-KEY
                   PERFORM Write-trial-line
                   ADD 1 TO Chargeoff-count
                   ADD Chargeoff-amount TO Chargeoff-total-amount
                 ELSE
                   PERFORM Write-chargeoff-transaction
                 END-IF
               END-IF
             END-IF
           END-IF.
        Chargeoff-one-account-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the write-off into the KSDS - a free generated
      * key is probed with POST's suffix convention, the CO row goes on under it
      * carrying the balance as a credit so the master's transactions still
      * foot to its amount, then the master is rewritten.  The row is written
      * first, so a run that dies between the two leaves the master still
      * active and UNDO has the row's journal entry to remove it by
      * ****************************************************************************
        Write-chargeoff-transaction.
           Move Temp-data(1:8) to Post-master-key
           PERFORM Find-post-tran-key
           IF NOT Post-key-found
             ADD 1 TO Chargeoff-failed-count
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "COKEYS" to Run-reason-code
             END-IF
           ELSE
             Move Spaces to IN-FILE-RECORD
             Move Post-new-key to IN-REC-ACCOUNT-ID
             Move AGI-CYCLE-DATE to IN-REC-EFFECTIVE-DATE
             Move Spaces to IN-REC-STATUS-CODE
             Move 0 to IN-REC-AMOUNT
             Move "02" to IN-REC-RECORD-TYPE
             Move AGI-CYCLE-DATE to IN-REC-TRAN-DATE
             Move "CO" to IN-REC-TRAN-TYPE
             COMPUTE IN-REC-TRAN-AMOUNT = 0 - Chargeoff-amount
             Move Post-master-key to IN-REC-TRAN-PARENT-ID
             WRITE IN-FILE-RECORD
                 INVALID KEY
                     ADD 1 TO Chargeoff-failed-count
                     IF RETURN-CODE EQUAL 0
                       MOVE 32 TO RETURN-CODE
                     END-IF
                     IF Run-reason-code EQUAL SPACES
                       Move "COTRAN" to Run-reason-code
                     END-IF
                 NOT INVALID KEY
                     Move "ADD" to JOURNAL-ACTION-CODE
                     Move Post-new-key to JOURNAL-RECORD-KEY
                     Move Spaces to JOURNAL-BEFORE-IMAGE
                     PERFORM Write-journal-record
                     PERFORM Rewrite-chargeoff-master
             END-WRITE
           END-IF.
        Write-chargeoff-transaction-EXIT.
           EXIT.

      * *******************************************
      * Utility method rewriting the master written off - balance
      * zeroed, status WO - journaling the image it had before, then
      * placing the account with the agency
      * *******************************************
        Rewrite-chargeoff-master.
           Move Temp-data to IN-FILE-RECORD
           Move 0 to IN-REC-AMOUNT
           Move "WO" to IN-REC-STATUS-CODE
           REWRITE IN-FILE-RECORD
               INVALID KEY
                   ADD 1 TO Chargeoff-failed-count
                   IF RETURN-CODE EQUAL 0
                     MOVE 32 TO RETURN-CODE
                   END-IF
                   IF Run-reason-code EQUAL SPACES
                     Move "COMSTR" to Run-reason-code
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO Chargeoff-count
                   ADD Chargeoff-amount TO Chargeoff-total-amount
                   Move "CHANGE" to JOURNAL-ACTION-CODE
                   Move Post-master-key to JOURNAL-RECORD-KEY
                   Move Temp-data to JOURNAL-BEFORE-IMAGE
                   PERFORM Write-journal-record
                   Move "CO" to Gl-tran-type
                   Move Chargeoff-prior-status to Gl-status-code
                   Move Post-master-key to Gl-account-key
                   Move AGI-CYCLE-DATE to Gl-entry-date
                   COMPUTE Gl-movement = 0 - Chargeoff-amount
                   PERFORM Write-gl-entries
                   PERFORM Write-recovery-record
                   Move Post-master-key to History-master-key
                   Move Chargeoff-prior-status to History-old-status
                   Move "WO" to History-new-status
                   PERFORM Write-history-record
           END-REWRITE.
        Rewrite-chargeoff-master-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the recovery placement for the account
      * just written off, from the master image held in Temp-data.
      * A placement the file refuses is logged and ends the step with
      * return code 12, and no further account is charged off
      * *******************************************
        Write-recovery-record.
           Move Temp-data to IN-FILE-RECORD
           Move Spaces to RECOVERY-RECORD
           Move Post-master-key to RCV-ACCOUNT-ID
           Move AGI-CYCLE-DATE to RCV-CHARGEOFF-DATE
           Move Chargeoff-amount to RCV-CHARGEOFF-AMOUNT
           Move Chargeoff-prior-status to RCV-PRIOR-STATUS
           Move AGI-DAYS-PAST-DUE to RCV-DAYS-PAST-DUE
           Move IN-REC-EFFECTIVE-DATE to RCV-EFFECTIVE-DATE
           Move IN-REC-LAST-POST-DATE to RCV-LAST-POST-DATE
           Move Post-new-key to RCV-TRAN-KEY
           WRITE RECOVERY-RECORD
           IF NOT recoveryfile-success
             Move "FSD0081E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "WRITE FAILED DD RECOVOUT STATUS"
                 to Rlog-text-body
             Move RECOVERY-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "COWRIT" to Run-reason-code
             END-IF
           END-IF.
        Write-recovery-record-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next row of the AGING extract,
      * used by the CHARGEOF action
      * **********************************************************
        Read-next-aging-row.
           READ AGING-INPUT-FILE
               AT END
                   Move "1" to Agein-eof
           END-READ.
        Read-next-aging-row-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method proving the AGING extract on AGEIN before CHARGEOF acts
      * on it - read to the end, it must close with a trailer that counts the
      * rows ahead of it and says the extract holds every account.  AGING
      * writes no trailer once its extract has stopped taking rows, so a
      * cut-short extract fails here too.  The file is then opened again so
      * the write-offs read it from the top
      * ****************************************************************************
        Prove-aging-extract.
           Move "0" to Agein-eof
           Move 0 to Agein-row-count
           Move 0 to Agein-trailer-count
           Move "N" to Agein-trailer-complete
           Move "N" to Agein-trailer-flag
           Move "N" to Agein-proof-flag
           Perform until At-agein-eof OR NOT ageinfile-success
               PERFORM Read-next-aging-row
               IF NOT At-agein-eof AND ageinfile-success
                 IF AGI-TRAILER-ID EQUAL HIGH-VALUES
                   Move "Y" to Agein-trailer-flag
                   Move AGI-TRAILER-COMPLETE to Agein-trailer-complete
                   IF AGI-TRAILER-COUNT NUMERIC
                     Move AGI-TRAILER-COUNT to Agein-trailer-count
                   END-IF
                 ELSE
                   Move "N" to Agein-trailer-flag
                   ADD 1 TO Agein-row-count
                 END-IF
               END-IF
           End-perform
           IF At-agein-eof
               AND Agein-trailer-last
               AND Agein-trailer-complete EQUAL "Y"
               AND Agein-trailer-count EQUAL Agein-row-count
             Move "Y" to Agein-proof-flag
           END-IF
           CLOSE AGING-INPUT-FILE
           OPEN INPUT AGING-INPUT-FILE
           Move "0" to Agein-eof
           IF NOT ageinfile-success
             Move "N" to Agein-proof-flag
           END-IF.
        Prove-aging-extract-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the PAYMENT action - cash application from the bank's
      * lockbox transmission on LOCKBOX.  Each item is matched to the type 01
      * master its account id names and applied by cutting a type 02 PY row for
      * the payment under a generated key, the way POST cuts its charges, then
      * taking the payment off the master's amount.  The master's payment memo
      * carries the deposit date and item sequence of the last item applied to
      * it, so a rerun of the same transmission skips what the first run already
      * applied instead of crediting the customer twice.  An item that cannot be
      * applied - no such account, a closed or charged-off account, a payment
      * that would run the credit balance past PARM-CREDIT-LIMIT - goes to the
      * suspense file with a reason code for Cash Ops to work next morning.
      * Both changes leave before-images in the journal, so UNDO backs the run
      * out whole
      * ****************************************************************************
        Payment-lockbox-items.
           Move "0" to Lockbox-eof
           Perform until At-lockbox-eof
                   OR NOT lockboxfile-success
                   OR NOT journalfile-success
                   OR NOT suspensefile-success
                   OR (Gl-feed-on AND NOT gloutfile-success)
               PERFORM Read-next-lockbox-item
               IF NOT At-lockbox-eof AND lockboxfile-success
                 ADD 1 TO Report-In-Records-Read
                 PERFORM Payment-one-item
               End-IF
           End-perform
      * A run whose journal stopped taking before-images has applied
      * cash with no way back - that must not report clean
           IF NOT journalfile-success
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "JRNLWRIT" to Run-reason-code
             END-IF
           END-IF
      * Suspended items are cash the customer has paid and the cluster
      * does not show yet - the step ends with return code 8 so the
      * suspense file is worked rather than forgotten
           IF Payment-suspense-count > 0
             IF RETURN-CODE EQUAL 0
               MOVE 8 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "PAYSUSP" to Run-reason-code
             END-IF
           END-IF.
        Payment-lockbox-items-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method working the one lockbox item just read.  An item with no
      * usable amount or deposit date, or whose account is not on file as a
      * master, goes straight to suspense; an item that matched is sized up
      * against its master.  Whatever leaves a reason code behind is suspended
      * ****************************************************************************
        Payment-one-item.
           Move Spaces to Payment-suspense-reason
           Move Spaces to Payment-master-status
           Move 0 to Payment-master-balance
           Move LBX-DEPOSIT-DATE to Date-under-edit
           PERFORM Edit-calendar-date
           IF NOT Date-is-valid OR LBX-AMOUNT NOT NUMERIC
             Move "BADP" to Payment-suspense-reason
           ELSE
             IF LBX-AMOUNT NOT > 0
               Move "BADP" to Payment-suspense-reason
             ELSE
               Move LBX-AMOUNT to Payment-amount
               Move LBX-ACCOUNT-ID to IN-RECORD-KEY
               PERFORM Read-input-data
               IF NOT inputfile-success
                 Move "NOAC" to Payment-suspense-reason
      * The record never arrived, but the run is not broken - clear
      * the status so the next item's read starts clean
                 Move "00" to IN-FILE-STATUS
               ELSE
                 PERFORM Payment-match-master
               END-IF
             END-IF
           END-IF
           IF Payment-suspense-reason NOT EQUAL SPACES
             PERFORM Write-suspense-record
           END-IF.
        Payment-one-item-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method sizing up the master the item matched, held whole in
      * Temp-data.  The payment memo is tested first: an item at or behind the
      * last deposit date and item sequence applied to this account was applied
      * by an earlier run and is skipped, whatever the account's standing now.
      * A closed (CL) or charged-off (WO) account takes no cash through this
      * path, and a payment that would leave a credit balance larger than
      * PARM-CREDIT-LIMIT is held for Cash Ops to refund or redirect.  Cash
      * for an account under legal hold is suspended with reason HOLD
      * ****************************************************************************
        Payment-match-master.
           PERFORM Normalize-record-type
           Move Temp-data to Legal-check-image
           PERFORM Check-legal-hold
           IF NOT Norm-master-record
             Move "NOAC" to Payment-suspense-reason
           ELSE
             Move IN-REC-STATUS-CODE to Payment-master-status
             IF IN-REC-AMOUNT NUMERIC
               Move IN-REC-AMOUNT to Payment-master-balance
             END-IF
             EVALUATE TRUE
                 WHEN IN-REC-LAST-PAY-DATE > LBX-DEPOSIT-DATE
                     ADD 1 TO Payment-skipped-count
                 WHEN IN-REC-LAST-PAY-DATE EQUAL LBX-DEPOSIT-DATE
                     AND IN-REC-LAST-PAY-SEQ NOT < LBX-ITEM-SEQ
                     ADD 1 TO Payment-skipped-count
                 WHEN Account-under-hold
                     Move "HOLD" to Payment-suspense-reason
                     PERFORM Refuse-held-account
                 WHEN IN-REC-STATUS-CODE EQUAL "CL"
                     Move "CLSD" to Payment-suspense-reason
                 WHEN IN-REC-STATUS-CODE EQUAL "WO"
                     Move "CHGO" to Payment-suspense-reason
                 WHEN IN-REC-AMOUNT NOT NUMERIC
                     Move "AMTN" to Payment-suspense-reason
                 WHEN OTHER
                     COMPUTE Payment-new-balance =
                         IN-REC-AMOUNT - Payment-amount
                     IF Payment-new-balance < 0 - PARM-CREDIT-LIMIT
                       Move "CRLM" to Payment-suspense-reason
                     ELSE
                       PERFORM Write-payment-transaction
                     END-IF
             END-EVALUATE
           END-IF.
        Payment-match-master-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the payment into the KSDS - a free generated key is
      * probed with POST's suffix convention, the PY row goes on under it carrying
      * the payment as a credit dated the deposit date, then the master is
      * rewritten.  The row is written first, so a run that dies between the two
      * leaves the memo unset and UNDO has the row's journal entry to remove it
      * by.  An item the cluster refuses is failed and suspended, so the cash is
      * never left unaccounted for
      * ****************************************************************************
        Write-payment-transaction.
           Move Temp-data(1:8) to Post-master-key
           PERFORM Find-post-tran-key
           IF NOT Post-key-found
             ADD 1 TO Payment-failed-count
             Move "FAIL" to Payment-suspense-reason
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "PAYKEYS" to Run-reason-code
             END-IF
           ELSE
             Move Spaces to IN-FILE-RECORD
             Move Post-new-key to IN-REC-ACCOUNT-ID
             Move LBX-DEPOSIT-DATE to IN-REC-EFFECTIVE-DATE
             Move Spaces to IN-REC-STATUS-CODE
             Move 0 to IN-REC-AMOUNT
             Move "02" to IN-REC-RECORD-TYPE
             Move LBX-DEPOSIT-DATE to IN-REC-TRAN-DATE
             Move "PY" to IN-REC-TRAN-TYPE
             COMPUTE IN-REC-TRAN-AMOUNT = 0 - Payment-amount
             Move Post-master-key to IN-REC-TRAN-PARENT-ID
             WRITE IN-FILE-RECORD
                 INVALID KEY
                     ADD 1 TO Payment-failed-count
                     Move "FAIL" to Payment-suspense-reason
                     IF RETURN-CODE EQUAL 0
                       MOVE 32 TO RETURN-CODE
                     END-IF
                     IF Run-reason-code EQUAL SPACES
                       Move "PAYTRAN" to Run-reason-code
                     END-IF
                 NOT INVALID KEY
                     Move "ADD" to JOURNAL-ACTION-CODE
                     Move Post-new-key to JOURNAL-RECORD-KEY
                     Move Spaces to JOURNAL-BEFORE-IMAGE
                     PERFORM Write-journal-record
                     PERFORM Rewrite-paid-master
             END-WRITE
           END-IF.
        Write-payment-transaction-EXIT.
           EXIT.

      * *******************************************
      * Utility method rewriting the master paid - the payment taken
      * off its amount and the payment memo stamped with the item -
      * journaling the image it had before and feeding the ledger
      * *******************************************
        Rewrite-paid-master.
           Move Temp-data to IN-FILE-RECORD
           COMPUTE IN-REC-AMOUNT = IN-REC-AMOUNT - Payment-amount
           Move LBX-DEPOSIT-DATE to IN-REC-LAST-PAY-DATE
           Move LBX-ITEM-SEQ to IN-REC-LAST-PAY-SEQ
           REWRITE IN-FILE-RECORD
               INVALID KEY
                   ADD 1 TO Payment-failed-count
                   Move "FAIL" to Payment-suspense-reason
                   IF RETURN-CODE EQUAL 0
                     MOVE 32 TO RETURN-CODE
                   END-IF
                   IF Run-reason-code EQUAL SPACES
                     Move "PAYMSTR" to Run-reason-code
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO Payment-applied-count
                   ADD Payment-amount TO Payment-total-amount
                   Move "CHANGE" to JOURNAL-ACTION-CODE
                   Move Post-master-key to JOURNAL-RECORD-KEY
                   Move Temp-data to JOURNAL-BEFORE-IMAGE
                   PERFORM Write-journal-record
                   Move "PY" to Gl-tran-type
                   Move Payment-master-status to Gl-status-code
                   Move Post-master-key to Gl-account-key
                   Move LBX-DEPOSIT-DATE to Gl-entry-date
                   COMPUTE Gl-movement = 0 - Payment-amount
                   PERFORM Write-gl-entries
           END-REWRITE.
        Rewrite-paid-master-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the item in hand to the suspense file
      * with the reason it was not applied and what the matched
      * master showed.  An item the file refuses is not suspended -
      * it is logged, the step ends with return code 12, and the
      * lockbox loop stops on the file's status
      * *******************************************
        Write-suspense-record.
           Move Spaces to SUSPENSE-RECORD
           Move LOCKBOX-RECORD to SUS-LOCKBOX-ITEM
           Move Payment-suspense-reason to SUS-REASON-CODE
           Move Payment-master-status to SUS-MASTER-STATUS
           Move Payment-master-balance to SUS-MASTER-BALANCE
           WRITE SUSPENSE-RECORD
           IF suspensefile-success
             ADD 1 TO Payment-suspense-count
           ELSE
             Move "FSD0079E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "WRITE FAILED DD SUSPENSE STATUS"
                 to Rlog-text-body
             Move SUSPENSE-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "PAYWRIT" to Run-reason-code
             END-IF
           END-IF.
        Write-suspense-record-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next item of the lockbox
      * transmission, used by the PAYMENT action
      * **********************************************************
        Read-next-lockbox-item.
           READ LOCKBOX-FILE
               AT END
                   Move "1" to Lockbox-eof
           END-READ.
        Read-next-lockbox-item-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the DUPCHK action - flags suspected duplicate
      * transactions before POST and STATEMENT act on them.  Every type 02 row is
      * sorted under the account it belongs to - its own key for an ordinary row,
      * PFX-TRAN-PARENT-ID for a generated one - then by date, type and amount,
      * so rows that could be one transaction sent twice come back from the sort
      * together.  Each group of two or more goes on the suspect report on
      * DUPRPT, the lowest key marked kept and every other row marked for
      * deletion.  The rows marked for deletion also go to the output file as
      * DELETE lines in the shape COMPARE writes, so the reviewer can strike the
      * false alarms and feed the rest straight into APPLY.  Any suspect leaves
      * return code 8, the way XCHECK's findings do; a read that fails part way
      * leaves return code 12, since the report cannot be trusted as complete
      * ****************************************************************************
        Dupchk-input-file.
           Move "0" to Input-eof
           Move 0 to Dupchk-group-size
           IF duprptfile-success
             Move Dupchk-heading-line to DUPCHK-REPORT-RECORD
             WRITE DUPCHK-REPORT-RECORD
           END-IF
           SORT DUPCHK-SORT-FILE
               ON ASCENDING KEY DS-PARENT-ID
               ON ASCENDING KEY DS-TRAN-DATE
               ON ASCENDING KEY DS-TRAN-TYPE
               ON ASCENDING KEY DS-TRAN-AMOUNT
               ON ASCENDING KEY DS-RECORD-KEY
               INPUT PROCEDURE IS Dupchk-release-rows
                   THRU Dupchk-release-rows-EXIT
               OUTPUT PROCEDURE IS Dupchk-return-rows
                   THRU Dupchk-return-rows-EXIT
           IF duprptfile-success
             Move Dupchk-scanned-count to DUP-TOT-SCANNED
             Move Dupchk-group-count to DUP-TOT-GROUPS
             Move Dupchk-suspect-count to DUP-TOT-SUSPECTS
             Move Dupchk-total-line to DUPCHK-REPORT-RECORD
             WRITE DUPCHK-REPORT-RECORD
           END-IF
           IF IN-FILE-STATUS NOT EQUAL "10"
             IF duprptfile-success
               Move IN-FILE-STATUS to DUP-FLR-STATUS
               Move Dupchk-failure-line to DUPCHK-REPORT-RECORD
               WRITE DUPCHK-REPORT-RECORD
             END-IF
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "DUPREAD" to Run-reason-code
             END-IF
           END-IF
           IF Dupchk-suspect-count > 0
             IF RETURN-CODE EQUAL 0
               MOVE 8 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "DUPFOUND" to Run-reason-code
             END-IF
           END-IF.
        Dupchk-input-file-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method releasing every transaction row to the DUPCHK sort under
      * the account it belongs to - masters and status-history rows carry no
      * transaction to duplicate and are passed by
      * ****************************************************************************
        Dupchk-release-rows.
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Normalize-record-type
                 IF Norm-transaction-record
                   ADD 1 TO Dupchk-scanned-count
                   IF IN-REC-TRAN-PARENT-ID EQUAL SPACES
                     Move IN-REC-ACCOUNT-ID to DS-PARENT-ID
                   ELSE
                     Move IN-REC-TRAN-PARENT-ID to DS-PARENT-ID
                   END-IF
                   Move IN-REC-TRAN-DATE to DS-TRAN-DATE
                   Move IN-REC-TRAN-TYPE to DS-TRAN-TYPE
                   Move IN-REC-TRAN-AMOUNT to DS-TRAN-AMOUNT
                   Move IN-RECORD-KEY to DS-RECORD-KEY
                   Move Temp-data to DS-RECORD-DATA
                   RELEASE DUPCHK-SORT-RECORD
                 END-IF
               End-IF
           End-perform.
        Dupchk-release-rows-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method taking the sorted rows back a group at a time - the
      * DUPCHK sort's output procedure
      * ****************************************************************************
        Dupchk-return-rows.
           Move "0" to Sort-return-eof
           Perform until At-sort-return-eof
               RETURN DUPCHK-SORT-FILE
                   AT END
                       Move "1" to Sort-return-eof
               END-RETURN
               IF NOT At-sort-return-eof
                 PERFORM Dupchk-one-row
               End-IF
           End-perform.
        Dupchk-return-rows-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for one row back from the sort.  A row that matches the
      * group in hand makes it a suspect: the first row goes on the report as
      * the one kept when the second arrives, and the second and every row after
      * it are reported and written out as DELETE lines.  Any other row starts
      * a new group and is held until it is known whether anything matches it
      * ****************************************************************************
        Dupchk-one-row.
           IF Dupchk-group-size > 0
               AND DS-MATCH-FIELDS EQUAL Dupchk-group-fields
             IF Dupchk-group-size = 1
               ADD 1 TO Dupchk-group-count
               Move "KEEP" to DUP-DET-VERDICT
               Move Dupchk-first-data to Dupchk-row-image
               PERFORM Write-dupchk-line
             END-IF
             ADD 1 TO Dupchk-group-size
             ADD 1 TO Dupchk-suspect-count
             Move "DELETE" to DUP-DET-VERDICT
             Move DS-RECORD-DATA to Dupchk-row-image
             PERFORM Write-dupchk-line
             IF outputfile-success
               Move "DELETE" to COMPARE-ACTION-CODE
               Move DS-RECORD-DATA to COMPARE-RECORD-DATA
               Move Compare-Out-Record to OUT-FILE-RECORD
               PERFORM Write-report-record
             END-IF
           ELSE
             Move DS-MATCH-FIELDS to Dupchk-group-fields
             Move 1 to Dupchk-group-size
             Move DS-RECORD-DATA to Dupchk-first-data
           END-IF.
        Dupchk-one-row-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the suspect report line for the row
      * image staged in Dupchk-row-image, under the verdict already
      * set - the group's match fields come from the sort record
      * *******************************************
        Write-dupchk-line.
           Move Dupchk-row-key to DUP-DET-KEY
           Move DS-PARENT-ID to DUP-DET-PARENT
           Move DS-TRAN-DATE to DUP-DET-DATE
           Move DS-TRAN-TYPE to DUP-DET-TYPE
           IF Dupchk-row-amount NUMERIC
             Move Dupchk-row-amount to DUP-DET-AMOUNT
           ELSE
             Move 0 to DUP-DET-AMOUNT
           END-IF
           IF duprptfile-success
             Move Dupchk-detail-line to DUPCHK-REPORT-RECORD
             WRITE DUPCHK-REPORT-RECORD
           END-IF.
        Write-dupchk-line-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the REVERSE action - waives a cycle's posted interest
      * and fees for the accounts listed on REVIN.  For each account the rows
      * POST generated on PARM-POSTING-DATE - the AJ and FE rows under the
      * master's generated keys that name it as parent - are offset by reversal
      * rows of the same type and date for the negated amount, each under a new
      * generated key and naming the row it reverses, and the credit is folded
      * back into the master's amount.  The posted rows stay on file, so the
      * statement shows each charge beside its reversal.  A charge a reversal
      * already names is never reversed again, so a rerun of the same list only
      * picks up what the first run did not finish.  Every row and the master
      * leave before-images in the journal, so UNDO backs the run out whole
      * ****************************************************************************
        Reverse-posted-charges.
           Move "0" to Revin-eof
           Perform until At-revin-eof
                   OR NOT revinfile-success
                   OR NOT journalfile-success
                   OR (Gl-feed-on AND NOT gloutfile-success)
               PERFORM Read-next-reverse-card
               IF NOT At-revin-eof AND revinfile-success
                 ADD 1 TO Report-In-Records-Read
                 IF RVI-ACCOUNT-ID NOT EQUAL SPACES
                   PERFORM Reverse-one-account
                 END-IF
               End-IF
           End-perform
      * A run whose journal stopped taking before-images has credited
      * accounts with no way back - that must not report clean
           IF NOT journalfile-success
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "JRNLWRIT" to Run-reason-code
             END-IF
           END-IF
      * An account on the list that is not on file as a master was
      * waived nothing - Customer Service must hear about it
           IF Reverse-notfound-count > 0
             IF RETURN-CODE EQUAL 0
               MOVE 8 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "REVNOAC" to Run-reason-code
             END-IF
           END-IF.
        Reverse-posted-charges-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method working the one listed account.  A key not on file, a row
      * that is not a master, or a master whose amount cannot take arithmetic is
      * counted as not found; a charged-off account, whose balance now belongs to
      * the agency, and an account with no unreversed charge on the posting date
      * are skipped.  An account under legal hold is refused and skipped too
      * ****************************************************************************
        Reverse-one-account.
           Move RVI-ACCOUNT-ID to IN-RECORD-KEY
           PERFORM Read-input-data
           IF NOT inputfile-success
             ADD 1 TO Reverse-notfound-count
      * The record never arrived, but the run is not broken - clear
      * the status so the next account's read starts clean
             Move "00" to IN-FILE-STATUS
           ELSE
             PERFORM Normalize-record-type
             IF NOT Norm-master-record
                 OR IN-REC-AMOUNT NOT NUMERIC
               ADD 1 TO Reverse-notfound-count
             ELSE
               Move Temp-data to Legal-check-image
               PERFORM Check-legal-hold
               IF IN-REC-STATUS-CODE EQUAL "WO"
                   OR Account-under-hold
                 ADD 1 TO Reverse-skipped-count
                 IF Account-under-hold
                   PERFORM Refuse-held-account
                 END-IF
               ELSE
                 Move Temp-data(1:8) to Post-master-key
                 Move IN-REC-STATUS-CODE to Reverse-master-status
                 PERFORM Find-posted-charges
                 IF Reverse-pending-count = 0
                   ADD 1 TO Reverse-skipped-count
                 ELSE
                   PERFORM Write-reversal-rows
                 END-IF
               END-IF
             END-IF
           END-IF.
        Reverse-one-account-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reading every generated key the master can own - its key
      * with each letter suffix in the low-order byte - and sorting out the rows
      * dated the posting date that name it as parent: an AJ or FE row carrying
      * no reversed key is a posted charge, a row carrying one is a reversal and
      * marks the charge it names as already reversed.  The plain READs leave
      * the master's image in Temp-data untouched
      * ****************************************************************************
        Find-posted-charges.
           Move 0 to Reverse-charge-count
           Move 0 to Reverse-done-count
           Move 0 to Reverse-pending-count
           Perform varying Reverse-probe-index from 1 by 1
                   until Reverse-probe-index > 26
               Move Post-master-key to Reverse-probe-key
               Move Post-suffix-list(Reverse-probe-index:1)
                   to Reverse-probe-key(8:1)
               Move Reverse-probe-key to IN-RECORD-KEY
               READ IN-INTERNAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Note-posted-charge
               END-READ
           End-perform
      * The probes' not-found reads are expected, not a broken file -
      * clear the status so the list loop and the response stay clean
           IF IN-FILE-STATUS EQUAL "23"
             Move "00" to IN-FILE-STATUS
           END-IF
           Perform varying Reverse-charge-index from 1 by 1
                   until Reverse-charge-index > Reverse-charge-count
               Perform varying Reverse-done-index from 1 by 1
                       until Reverse-done-index > Reverse-done-count
                   IF Reverse-done-key(Reverse-done-index)
                       EQUAL Rvc-key(Reverse-charge-index)
                     Move "R" to Rvc-state(Reverse-charge-index)
                   END-IF
               End-perform
               IF Rvc-pending(Reverse-charge-index)
                 ADD 1 TO Reverse-pending-count
               END-IF
           End-perform.
        Find-posted-charges-EXIT.
           EXIT.

      * *******************************************
      * Utility method sorting the generated row just read into the
      * charges and the reversals for the posting date
      * *******************************************
        Note-posted-charge.
           IF IN-REC-RECORD-TYPE EQUAL "02"
               AND IN-REC-TRAN-PARENT-ID EQUAL Post-master-key
               AND IN-REC-TRAN-DATE EQUAL PARM-POSTING-DATE
               AND IN-REC-TRAN-AMOUNT NUMERIC
             IF IN-REC-TRAN-REVERSED-ID NOT EQUAL SPACES
               ADD 1 TO Reverse-done-count
               Move IN-REC-TRAN-REVERSED-ID
                   to Reverse-done-key(Reverse-done-count)
             ELSE
               IF IN-REC-TRAN-TYPE EQUAL "AJ"
                   OR IN-REC-TRAN-TYPE EQUAL "FE"
                 ADD 1 TO Reverse-charge-count
                 Move IN-RECORD-KEY
                     to Rvc-key(Reverse-charge-count)
                 Move IN-REC-TRAN-TYPE
                     to Rvc-tran-type(Reverse-charge-count)
                 Move IN-REC-TRAN-AMOUNT
                     to Rvc-amount(Reverse-charge-count)
                 Move "P" to Rvc-state(Reverse-charge-count)
               END-IF
             END-IF
           END-IF.
        Note-posted-charge-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method cutting a reversal row for each charge still pending, then
      * rewriting the master with the credit for the rows that went on.  The rows
      * are written first, the way POST writes its charge before the master, so a
      * run that dies between the two leaves journaled rows UNDO can remove.  A
      * row that cannot be written stops the account there: the master is
      * credited only for the reversals actually on file, and a rerun finishes
      * the rest
      * ****************************************************************************
        Write-reversal-rows.
           Move 0 to Reverse-written-count
           Move 0 to Reverse-credit
           Move "N" to Reverse-stop-flag
           Perform varying Reverse-charge-index from 1 by 1
                   until Reverse-charge-index > Reverse-charge-count
                   OR Reverse-stopped
               IF Rvc-pending(Reverse-charge-index)
                 PERFORM Write-one-reversal
                 IF NOT Rvc-written(Reverse-charge-index)
                   Move "Y" to Reverse-stop-flag
                 END-IF
               END-IF
           End-perform
           IF Reverse-written-count > 0
             PERFORM Rewrite-reversed-master
           END-IF.
        Write-reversal-rows-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the reversal row for the one charge in
      * Reverse-charge-index under a free generated key, journaled as
      * an add
      * *******************************************
        Write-one-reversal.
           PERFORM Find-post-tran-key
           IF NOT Post-key-found
             ADD 1 TO Reverse-failed-count
             IF RETURN-CODE EQUAL 0
               MOVE 32 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "REVKEYS" to Run-reason-code
             END-IF
           ELSE
             Move Spaces to IN-FILE-RECORD
             Move Post-new-key to IN-REC-ACCOUNT-ID
             Move PARM-POSTING-DATE to IN-REC-EFFECTIVE-DATE
             Move Spaces to IN-REC-STATUS-CODE
             Move 0 to IN-REC-AMOUNT
             Move "02" to IN-REC-RECORD-TYPE
             Move PARM-POSTING-DATE to IN-REC-TRAN-DATE
             Move Rvc-tran-type(Reverse-charge-index)
                 to IN-REC-TRAN-TYPE
             COMPUTE IN-REC-TRAN-AMOUNT =
                 0 - Rvc-amount(Reverse-charge-index)
             Move Post-master-key to IN-REC-TRAN-PARENT-ID
             Move Rvc-key(Reverse-charge-index)
                 to IN-REC-TRAN-REVERSED-ID
             WRITE IN-FILE-RECORD
                 INVALID KEY
                     ADD 1 TO Reverse-failed-count
                     IF RETURN-CODE EQUAL 0
                       MOVE 32 TO RETURN-CODE
                     END-IF
                     IF Run-reason-code EQUAL SPACES
                       Move "REVTRAN" to Run-reason-code
                     END-IF
                 NOT INVALID KEY
                     Move "W" to Rvc-state(Reverse-charge-index)
                     ADD 1 TO Reverse-written-count
                     ADD 1 TO Reverse-row-count
                     ADD Rvc-amount(Reverse-charge-index)
                         TO Reverse-credit
                     Move "ADD" to JOURNAL-ACTION-CODE
                     Move Post-new-key to JOURNAL-RECORD-KEY
                     Move Spaces to JOURNAL-BEFORE-IMAGE
                     PERFORM Write-journal-record
             END-WRITE
           END-IF.
        Write-one-reversal-EXIT.
           EXIT.

      * *******************************************
      * Utility method rewriting the master with the reversed charges
      * taken back off its amount, journaling the image it had before
      * and feeding the ledger one movement per reversal, under the
      * type of the charge it reverses
      * *******************************************
        Rewrite-reversed-master.
           Move Temp-data to IN-FILE-RECORD
           COMPUTE IN-REC-AMOUNT = IN-REC-AMOUNT - Reverse-credit
           REWRITE IN-FILE-RECORD
               INVALID KEY
                   ADD 1 TO Reverse-failed-count
                   IF RETURN-CODE EQUAL 0
                     MOVE 32 TO RETURN-CODE
                   END-IF
                   IF Run-reason-code EQUAL SPACES
                     Move "REVMSTR" to Run-reason-code
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO Reverse-account-count
                   ADD Reverse-credit TO Reverse-total-amount
                   Move "CHANGE" to JOURNAL-ACTION-CODE
                   Move Post-master-key to JOURNAL-RECORD-KEY
                   Move Temp-data to JOURNAL-BEFORE-IMAGE
                   PERFORM Write-journal-record
                   Perform varying Reverse-charge-index from 1 by 1
                           until Reverse-charge-index
                               > Reverse-charge-count
                       IF Rvc-written(Reverse-charge-index)
                         Move Rvc-tran-type(Reverse-charge-index)
                             to Gl-tran-type
                         Move Reverse-master-status to Gl-status-code
                         Move Post-master-key to Gl-account-key
                         Move PARM-POSTING-DATE to Gl-entry-date
                         COMPUTE Gl-movement =
                             0 - Rvc-amount(Reverse-charge-index)
                         PERFORM Write-gl-entries
                       END-IF
                   End-perform
           END-REWRITE.
        Rewrite-reversed-master-EXIT.
           EXIT.

      * **********************************************************
      * Utility method for reading the next card of the account list,
      * used by the REVERSE action
      * **********************************************************
        Read-next-reverse-card.
           READ REVERSE-INPUT-FILE
               AT END
                   Move "1" to Revin-eof
           END-READ.
        Read-next-reverse-card-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the SNAPSHOT action - the cycle-end picture of the
      * portfolio that SUMMARY's one-night totals cannot give.  One pass over the
      * cluster counts the accounts and totals their balances by status code and
      * counts the record types; the night's POST and PURGE counters come in
      * through PARMS from the driver's balancing sheet.  The row is kept on the
      * PORTHIST history under the cycle date - a rerun of the cycle replaces its
      * row rather than adding a second - and the trend report on PORTRPT is
      * then printed from the history: the last 13 cycles up to this one side
      * by side, each line closed by its change since the cycle before and that
      * change as a percent.  A pass cut short by a read failure keeps no row,
      * since a partial count would show as a false drop on every trend line
      * ****************************************************************************
        Snapshot-portfolio.
           Move "0" to Input-eof
           Move Spaces to Portfolio-snapshot
           Move PARM-CYCLE-DATE to Snap-cycle-date
           ACCEPT Snap-run-date FROM DATE YYYYMMDD
           Move PARM-STEP-NUMBER to Snap-step-number
           Move 0 to Snap-type-01-count
           Move 0 to Snap-type-02-count
           Move 0 to Snap-type-03-count
           Move PARM-NIGHT-POSTED-COUNT to Snap-posted-count
           Move PARM-NIGHT-POST-SKIPPED to Snap-post-skipped-count
           Move PARM-NIGHT-POST-FAILED to Snap-post-failed-count
           Move PARM-NIGHT-ARCHIVED-COUNT to Snap-archived-count
           Move PARM-NIGHT-RETAINED-COUNT to Snap-retained-count
           Move 0 to Snap-status-count
           Move 0 to Snap-total-amount
           Move "N" to Snap-status-flag
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Snapshot-one-record
               End-IF
           End-perform
           IF IN-FILE-STATUS NOT EQUAL "10"
             Move "FSD0049E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "SNAPSHOT READ FAILED DD SYSIN STATUS"
                 to Rlog-text-body
             Move IN-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "SNAPREAD" to Run-reason-code
             END-IF
           ELSE
             Move Snap-type-01-count to Snapshot-account-count
             Move Snap-total-amount to Snapshot-total-amount
             PERFORM Write-snapshot-row
             IF porthistfile-success
               PERFORM Read-trend-history
             END-IF
             IF At-porthist-eof
               PERFORM Write-trend-report
             END-IF
           END-IF.
        Snapshot-portfolio-EXIT.
           EXIT.

      * *******************************************
      * Utility method counting the record just read into the snapshot
      * - a master by its status code and balance, every row by its
      * record type
      * *******************************************
        Snapshot-one-record.
           PERFORM Normalize-record-type
           EVALUATE TRUE
               WHEN Norm-master-record
                   ADD 1 TO Snap-type-01-count
      * A non-numeric balance still counts as an account, it just
      * cannot add to the balance - VALIDATE is the action that
      * polices it
                   IF IN-REC-AMOUNT NUMERIC
                     Move IN-REC-AMOUNT to Snap-master-amount
                   ELSE
                     Move 0 to Snap-master-amount
                   END-IF
                   ADD Snap-master-amount TO Snap-total-amount
                   PERFORM Snapshot-post-status
               WHEN Norm-transaction-record
                   ADD 1 TO Snap-type-02-count
               WHEN Norm-history-record
                   ADD 1 TO Snap-type-03-count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        Snapshot-one-record-EXIT.
           EXIT.

      * *******************************************
      * Utility method posting the master just read under its status
      * code, opening a slot in code order for a code not yet seen -
      * a full table flags the row instead, and the account stays in
      * the totals only
      * *******************************************
        Snapshot-post-status.
           Move 1 to Snap-search-index
           Perform until Snap-search-index > Snap-status-count
                   OR Snap-status-code(Snap-search-index)
                       >= IN-REC-STATUS-CODE
               ADD 1 TO Snap-search-index
           End-perform
           IF Snap-search-index <= Snap-status-count
               AND Snap-status-code(Snap-search-index)
                   EQUAL IN-REC-STATUS-CODE
             CONTINUE
           ELSE
             IF Snap-status-count >= 20
               Move "Y" to Snap-status-flag
             ELSE
               Perform varying Snap-shift-index
                       from Snap-status-count by -1
                       until Snap-shift-index < Snap-search-index
                   Move Snap-status-entry(Snap-shift-index)
                       to Snap-status-entry(Snap-shift-index + 1)
               End-perform
               ADD 1 TO Snap-status-count
               Move IN-REC-STATUS-CODE
                   to Snap-status-code(Snap-search-index)
               Move 0 to Snap-status-accounts(Snap-search-index)
               Move 0 to Snap-status-amount(Snap-search-index)
             END-IF
           END-IF
           IF Snap-search-index <= Snap-status-count
               AND Snap-status-code(Snap-search-index)
                   EQUAL IN-REC-STATUS-CODE
             ADD 1 TO Snap-status-accounts(Snap-search-index)
             ADD Snap-master-amount
                 TO Snap-status-amount(Snap-search-index)
           END-IF.
        Snapshot-post-status-EXIT.
           EXIT.

      * *******************************************
      * Utility method keeping the snapshot on the history under its
      * cycle date - a cycle already on file is the same cycle run
      * again, so its row is replaced
      * *******************************************
        Write-snapshot-row.
           WRITE PORTFOLIO-HISTORY-RECORD FROM Portfolio-snapshot
           IF PORTHIST-FILE-STATUS EQUAL "22"
             REWRITE PORTFOLIO-HISTORY-RECORD FROM Portfolio-snapshot
           END-IF
           IF porthistfile-success
             ADD 1 TO Report-Out-Records-Written
           ELSE
             Move "FSD0050E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "SNAPSHOT WRITE FAILED DD PORTHIST STATUS"
                 to Rlog-text-body
             Move PORTHIST-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "SNAPWRIT" to Run-reason-code
             END-IF
           END-IF.
        Write-snapshot-row-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reading the history back for the trend report - the
      * cluster is reopened for input so the row just kept is read with the
      * rest, and the last 13 cycles up to this cycle date are held oldest first.
      * Cycles after this one are only there when an old cycle is being rerun,
      * and they are left off so the report looks as it did that night
      * ****************************************************************************
        Read-trend-history.
           Move 0 to Trend-cycle-count
           CLOSE PORTFOLIO-HISTORY-FILE
           Move "N" to Porthist-open-flag
           OPEN INPUT PORTFOLIO-HISTORY-FILE
           IF porthistfile-success
             Move "Y" to Porthist-open-flag
           END-IF
           Perform until At-porthist-eof
                   OR NOT porthistfile-success
               READ PORTFOLIO-HISTORY-FILE NEXT
                   AT END
                       Move "1" to Porthist-eof
               END-READ
               IF NOT At-porthist-eof AND porthistfile-success
                 IF PTH-CYCLE-DATE > PARM-CYCLE-DATE
                   Move "1" to Porthist-eof
                 ELSE
                   PERFORM Keep-trend-cycle
                 END-IF
               END-IF
           End-perform
           IF NOT At-porthist-eof
             Move "FSD0051E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "TREND READ FAILED DD PORTHIST STATUS"
                 to Rlog-text-body
             Move PORTHIST-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "SNAPHIST" to Run-reason-code
             END-IF
           END-IF.
        Read-trend-history-EXIT.
           EXIT.

      * *******************************************
      * Utility method holding the history row just read as the newest
      * cycle, dropping the oldest once 13 are held
      * *******************************************
        Keep-trend-cycle.
           IF Trend-cycle-count >= 13
             Perform varying Trend-cycle-index from 1 by 1
                     until Trend-cycle-index > 12
                 Move Trend-cycle-row(Trend-cycle-index + 1)
                     to Trend-cycle-row(Trend-cycle-index)
             End-perform
           ELSE
             ADD 1 TO Trend-cycle-count
           END-IF
           Move PORTFOLIO-HISTORY-RECORD
               to Trend-cycle-row(Trend-cycle-count).
        Keep-trend-cycle-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method printing the trend report - a heading, the cycle dates
      * across the top, then a pair of lines for every status code any of the
      * cycles carries (accounts and balance), and the lines for the record
      * types, the total balance and the night's POST and PURGE counters.  A
      * status code missing from a cycle shows zero for it
      * ****************************************************************************
        Write-trend-report.
           Move Trend-cycle-count to Snapshot-cycle-count
           Move "N" to Trend-status-short
           Move 0 to Trend-code-count
           Perform varying Trend-cycle-index from 1 by 1
                   until Trend-cycle-index > Trend-cycle-count
               Move Trend-cycle-row(Trend-cycle-index)
                   to Portfolio-snapshot
               IF Snap-status-overflow
                 Move "Y" to Trend-status-short
               END-IF
               Perform varying Snap-search-index from 1 by 1
                       until Snap-search-index > Snap-status-count
                   PERFORM Note-trend-code
               End-perform
           End-perform
           Move PARM-CYCLE-DATE to PTR-HDG-DATE
           Move Trend-cycle-count to PTR-HDG-CYCLES
           Move Snapshot-heading-line to PORTFOLIO-TREND-RECORD
           WRITE PORTFOLIO-TREND-RECORD
           Move Spaces to Snapshot-date-line
           Move "CYCLE" to PTR-DTE-LABEL
           Perform varying Trend-cycle-index from 1 by 1
                   until Trend-cycle-index > Trend-cycle-count
               Move Trend-cycle-row(Trend-cycle-index)(1:8)
                   to PTR-DTE-CYCLE(Trend-cycle-index)
           End-perform
           Move "         CHANGE" to PTR-DTE-CHANGE
           Move "  PCT CHG" to PTR-DTE-PERCENT
           Move Snapshot-date-line to PORTFOLIO-TREND-RECORD
           WRITE PORTFOLIO-TREND-RECORD
           Perform varying Trend-code-index from 1 by 1
                   until Trend-code-index > Trend-code-count
               Move Trend-code(Trend-code-index) to Trend-line-code
               Move "SC" to Trend-line-figure
               PERFORM Write-trend-figure
               Move "SA" to Trend-line-figure
               PERFORM Write-trend-figure
           End-perform
           Move Spaces to Trend-line-code
           Move "TA" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "T1" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "T2" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "T3" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "PO" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "PS" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "PF" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "PA" to Trend-line-figure
           PERFORM Write-trend-figure
           Move "PR" to Trend-line-figure
           PERFORM Write-trend-figure
           IF Trend-status-incomplete
             Move Snapshot-overflow-line to PORTFOLIO-TREND-RECORD
             WRITE PORTFOLIO-TREND-RECORD
           END-IF.
        Write-trend-report-EXIT.
           EXIT.

      * *******************************************
      * Utility method adding a held cycle's status code to the codes
      * the report prints, kept in code order - a full list flags the
      * report incomplete instead
      * *******************************************
        Note-trend-code.
           Move 1 to Trend-code-search
           Perform until Trend-code-search > Trend-code-count
                   OR Trend-code(Trend-code-search)
                       >= Snap-status-code(Snap-search-index)
               ADD 1 TO Trend-code-search
           End-perform
           IF Trend-code-search <= Trend-code-count
               AND Trend-code(Trend-code-search)
                   EQUAL Snap-status-code(Snap-search-index)
             CONTINUE
           ELSE
             IF Trend-code-count >= 40
               Move "Y" to Trend-status-short
             ELSE
               Perform varying Snap-shift-index
                       from Trend-code-count by -1
                       until Snap-shift-index < Trend-code-search
                   Move Trend-code(Snap-shift-index)
                       to Trend-code(Snap-shift-index + 1)
               End-perform
               ADD 1 TO Trend-code-count
               Move Snap-status-code(Snap-search-index)
                   to Trend-code(Trend-code-search)
             END-IF
           END-IF.
        Note-trend-code-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method printing one line of the trend report - the figure named
      * by Trend-line-figure (for Trend-line-code's status, on a status line)
      * for each held cycle in whole units, then the newest cycle's change from
      * the one before it and that change as a percent.  The percent is left
      * blank when the cycle before had nothing to measure from
      * ****************************************************************************
        Write-trend-figure.
           Move Spaces to Snapshot-figure-line
           EVALUATE TRUE
               WHEN Trend-status-accounts
                   Move "STATUS    ACCTS" to PTR-FIG-LABEL
                   Move Trend-line-code to PTR-FIG-LABEL(8:2)
               WHEN Trend-status-amount
                   Move "STATUS    BALANCE" to PTR-FIG-LABEL
                   Move Trend-line-code to PTR-FIG-LABEL(8:2)
               WHEN Trend-total-amount
                   Move "TOTAL BALANCE" to PTR-FIG-LABEL
               WHEN Trend-type-01
                   Move "TYPE 01 ACCOUNTS" to PTR-FIG-LABEL
               WHEN Trend-type-02
                   Move "TYPE 02 ROWS" to PTR-FIG-LABEL
               WHEN Trend-type-03
                   Move "TYPE 03 ROWS" to PTR-FIG-LABEL
               WHEN Trend-posted
                   Move "POSTED" to PTR-FIG-LABEL
               WHEN Trend-post-skipped
                   Move "POST SKIPPED" to PTR-FIG-LABEL
               WHEN Trend-post-failed
                   Move "POST FAILED" to PTR-FIG-LABEL
               WHEN Trend-archived
                   Move "PURGE ARCHIVED" to PTR-FIG-LABEL
               WHEN Trend-retained
                   Move "PURGE RETAINED" to PTR-FIG-LABEL
           END-EVALUATE
           Perform varying Trend-cycle-index from 1 by 1
                   until Trend-cycle-index > Trend-cycle-count
               Move Trend-cycle-row(Trend-cycle-index)
                   to Portfolio-snapshot
               PERFORM Pick-trend-value
               COMPUTE PTR-FIG-VALUE(Trend-cycle-index) ROUNDED =
                   Trend-value(Trend-cycle-index)
           End-perform
           IF Trend-cycle-count > 1
             COMPUTE Trend-change =
                 Trend-value(Trend-cycle-count)
                 - Trend-value(Trend-cycle-count - 1)
             COMPUTE PTR-FIG-CHANGE ROUNDED = Trend-change
             IF Trend-value(Trend-cycle-count - 1) NOT EQUAL 0
               COMPUTE Trend-percent ROUNDED =
                   Trend-change * 100
                   / Trend-value(Trend-cycle-count - 1)
                   ON SIZE ERROR
                       Move 999999999 to Trend-percent
               END-COMPUTE
               IF Trend-percent > 99999.9
                   OR Trend-percent < -99999.9
                 Move "   *****" to PTR-FIG-PERCENT-TEXT
               ELSE
                 Move Trend-percent to PTR-FIG-PERCENT
               END-IF
               Move "%" to PTR-FIG-PERCENT-SIGN
             END-IF
           END-IF
           Move Snapshot-figure-line to PORTFOLIO-TREND-RECORD
           WRITE PORTFOLIO-TREND-RECORD.
        Write-trend-figure-EXIT.
           EXIT.

      * *******************************************
      * Utility method taking the line's figure from the cycle's row
      * now in Portfolio-snapshot
      * *******************************************
        Pick-trend-value.
           Move 0 to Trend-value(Trend-cycle-index)
           EVALUATE TRUE
               WHEN Trend-status-accounts
               WHEN Trend-status-amount
                   Perform varying Snap-search-index from 1 by 1
                           until Snap-search-index > Snap-status-count
                       IF Snap-status-code(Snap-search-index)
                           EQUAL Trend-line-code
                         IF Trend-status-accounts
                           Move Snap-status-accounts(Snap-search-index)
                               to Trend-value(Trend-cycle-index)
                         ELSE
                           Move Snap-status-amount(Snap-search-index)
                               to Trend-value(Trend-cycle-index)
                         END-IF
                       END-IF
                   End-perform
               WHEN Trend-total-amount
                   Move Snap-total-amount
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-type-01
                   Move Snap-type-01-count
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-type-02
                   Move Snap-type-02-count
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-type-03
                   Move Snap-type-03-count
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-posted
                   Move Snap-posted-count
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-post-skipped
                   Move Snap-post-skipped-count
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-post-failed
                   Move Snap-post-failed-count
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-archived
                   Move Snap-archived-count
                       to Trend-value(Trend-cycle-index)
               WHEN Trend-retained
                   Move Snap-retained-count
                       to Trend-value(Trend-cycle-index)
           END-EVALUATE.
        Pick-trend-value-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the BUREAU action - builds the monthly credit bureau
      * file straight from the cluster.  A header segment names the furnisher
      * from the bureau table and the activity date from the card; each type 01
      * master then becomes a base segment carrying the bureau's account status
      * the table maps its status code to, its balance, and its opened and last
      * paid dates; a trailer segment closes the file with the base segment
      * count, the segment count and the balance total.  A master that cannot be
      * reported goes to the exception list on BUREXC with its reason instead -
      * no table row for its status, a balance that is not numeric or is a
      * credit, or an opened date that is not a date.  The list closes with the
      * control totals: every master read must come out as either a base segment
      * or an exception, in count and in balance, or the trailer is not proved
      * and the run ends with return code 12 the way an untied AGING does.  Any
      * exception leaves return code 8, for someone to work before the file goes
      * ****************************************************************************
        Bureau-report-file.
           Move "0" to Input-eof
           Move "N" to Bureau-write-flag
           Move PARM-CYCLE-DATE to BEX-HDG-DATE
           Move Bureau-heading-line to BUREAU-EXCEPTION-RECORD
           WRITE BUREAU-EXCEPTION-RECORD
           Move Spaces to BUREAU-HEADER-SEGMENT
           Move "HDR " to BRH-SEGMENT-ID
           Move Bureau-reporter-id to BRH-REPORTER-ID
           Move Bureau-reporter-name to BRH-REPORTER-NAME
           Move PARM-CYCLE-DATE to BRH-ACTIVITY-DATE
           ACCEPT BRH-CREATED-DATE FROM DATE YYYYMMDD
           PERFORM Write-bureau-segment
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Normalize-record-type
                 IF Norm-master-record
                   PERFORM Bureau-one-master
                 END-IF
               End-IF
           End-perform
      * A file cut short by a read failure still gets its trailer, so
      * it proves for what it holds - the return code is what keeps it
      * from being sent
           IF IN-FILE-STATUS NOT EQUAL "10"
             Move "FSD0059E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "BUREAU READ FAILED DD SYSIN STATUS"
                 to Rlog-text-body
             Move IN-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "BURREAD" to Run-reason-code
             END-IF
           END-IF
           Move Spaces to BUREAU-TRAILER-SEGMENT
           Move "TRLR" to BRT-SEGMENT-ID
           Move Bureau-base-count to BRT-BASE-COUNT
           COMPUTE BRT-SEGMENT-COUNT = Bureau-base-count + 2
           Move Bureau-base-amount to BRT-BALANCE-TOTAL
           Move PARM-CYCLE-DATE to BRT-ACTIVITY-DATE
           PERFORM Write-bureau-segment
           PERFORM Write-bureau-controls
           IF Bureau-exception-count > 0
             IF RETURN-CODE EQUAL 0
               MOVE 8 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "BUREXCP" to Run-reason-code
             END-IF
           END-IF.
        Bureau-report-file-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reporting the master just read - the first reason it
      * cannot be reported sends it to the exception list, otherwise its base
      * segment is written.  Only a segment actually written counts toward the
      * trailer, so a failed write shows up in the proof
      * ****************************************************************************
        Bureau-one-master.
           ADD 1 TO Bureau-master-count
           Move Spaces to Bureau-reason
           IF IN-REC-AMOUNT NUMERIC
             Move IN-REC-AMOUNT to Bureau-master-balance
           ELSE
             Move 0 to Bureau-master-balance
             Move "BADAMT" to Bureau-reason
           END-IF
           ADD Bureau-master-balance TO Bureau-master-amount
           IF Bureau-reason EQUAL SPACES
               AND Bureau-master-balance < 0
             Move "CREDIT" to Bureau-reason
           END-IF
           IF Bureau-reason EQUAL SPACES
             Move IN-REC-EFFECTIVE-DATE to Date-under-edit
             PERFORM Edit-calendar-date
             IF NOT Date-is-valid
               Move "BADDATE" to Bureau-reason
             END-IF
           END-IF
           IF Bureau-reason EQUAL SPACES
             PERFORM Find-bureau-status
             IF Bureau-match-index EQUAL 0
               Move "NOMAP" to Bureau-reason
             END-IF
           END-IF
           IF Bureau-reason EQUAL SPACES
             Move Spaces to BUREAU-BASE-SEGMENT
             Move "BASE" to BRB-SEGMENT-ID
             Move IN-REC-ACCOUNT-ID to BRB-ACCOUNT-ID
             Move Bm-bureau-status(Bureau-match-index)
                 to BRB-ACCOUNT-STATUS
             Move IN-REC-STATUS-CODE to BRB-STATUS-CODE
             Move IN-REC-EFFECTIVE-DATE to BRB-DATE-OPENED
             Move IN-REC-LAST-PAY-DATE to BRB-LAST-PAY-DATE
             Move Bureau-master-balance to BRB-CURRENT-BALANCE
             Move PARM-CYCLE-DATE to BRB-ACTIVITY-DATE
             PERFORM Write-bureau-segment
             IF bureaufile-success
               ADD 1 TO Bureau-base-count
               ADD Bureau-master-balance TO Bureau-base-amount
             END-IF
           ELSE
             PERFORM Write-bureau-exception
           END-IF.
        Bureau-one-master-EXIT.
           EXIT.

      * *******************************************
      * Utility method looking up the bureau account status for the
      * master's status code - Bureau-match-index is zero when the
      * table has no row for it
      * *******************************************
        Find-bureau-status.
           Move 0 to Bureau-match-index
           Perform varying Bureau-search-index from 1 by 1
                   until Bureau-search-index > Bureau-map-count
                   OR Bureau-match-index > 0
               IF Bm-status-code(Bureau-search-index)
                   EQUAL IN-REC-STATUS-CODE
                 Move Bureau-search-index to Bureau-match-index
               END-IF
           End-perform.
        Find-bureau-status-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the segment staged in the bureau record
      * - the first failed write is logged and fails the step, since
      * a file with a hole in it cannot go to the bureau
      * *******************************************
        Write-bureau-segment.
           WRITE BUREAU-SEGMENT
           IF bureaufile-success
             ADD 1 TO Report-Out-Records-Written
           ELSE
             IF NOT Bureau-write-failed
               Move "Y" to Bureau-write-flag
               Move "FSD0058E" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "WRITE FAILED DD BUREAU STATUS"
                   to Rlog-text-body
               Move BUREAU-FILE-STATUS to Rlog-text-detail
               PERFORM Write-run-log
             END-IF
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "BURWRIT" to Run-reason-code
             END-IF
           END-IF.
        Write-bureau-segment-EXIT.
           EXIT.

      * *******************************************
      * Utility method listing the master just refused with the reason
      * it cannot be reported
      * *******************************************
        Write-bureau-exception.
           ADD 1 TO Bureau-exception-count
           ADD Bureau-master-balance TO Bureau-exception-amount
           Move IN-REC-ACCOUNT-ID to BEX-DET-ACCOUNT
           Move IN-REC-STATUS-CODE to BEX-DET-STATUS
           Move Bureau-master-balance to BEX-DET-BALANCE
           Move Bureau-reason to BEX-DET-REASON
           EVALUATE Bureau-reason
               WHEN "BADAMT"
                   Move "BALANCE NOT NUMERIC" to BEX-DET-TEXT
               WHEN "CREDIT"
                   Move "CREDIT BALANCE" to BEX-DET-TEXT
               WHEN "BADDATE"
                   Move "OPENED DATE NOT A DATE" to BEX-DET-TEXT
               WHEN "NOMAP"
                   Move "STATUS NOT IN TABLE" to BEX-DET-TEXT
               WHEN OTHER
                   Move Spaces to BEX-DET-TEXT
           END-EVALUATE
           Move Bureau-detail-line to BUREAU-EXCEPTION-RECORD
           WRITE BUREAU-EXCEPTION-RECORD.
        Write-bureau-exception-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method closing the exception list with the control totals - the
      * masters read, the base segments the trailer counts, and the exceptions
      * - and the proof that the masters are all accounted for, in count and in
      * balance, by the other two
      * ****************************************************************************
        Write-bureau-controls.
           Move "MASTERS READ" to BEX-CTL-LABEL
           Move Bureau-master-count to BEX-CTL-COUNT
           Move Bureau-master-amount to BEX-CTL-AMOUNT
           Move Bureau-control-line to BUREAU-EXCEPTION-RECORD
           WRITE BUREAU-EXCEPTION-RECORD
           Move "BASE SEGMENTS" to BEX-CTL-LABEL
           Move Bureau-base-count to BEX-CTL-COUNT
           Move Bureau-base-amount to BEX-CTL-AMOUNT
           Move Bureau-control-line to BUREAU-EXCEPTION-RECORD
           WRITE BUREAU-EXCEPTION-RECORD
           Move "EXCEPTIONS" to BEX-CTL-LABEL
           Move Bureau-exception-count to BEX-CTL-COUNT
           Move Bureau-exception-amount to BEX-CTL-AMOUNT
           Move Bureau-control-line to BUREAU-EXCEPTION-RECORD
           WRITE BUREAU-EXCEPTION-RECORD
           COMPUTE Bureau-proof-count =
               Bureau-base-count + Bureau-exception-count
           COMPUTE Bureau-proof-amount =
               Bureau-base-amount + Bureau-exception-amount
           IF Bureau-proof-count EQUAL Bureau-master-count
               AND Bureau-proof-amount EQUAL Bureau-master-amount
             Move "PROVED" to BEX-PRF-VERDICT
           ELSE
             Move "OUT OF BALANCE" to BEX-PRF-VERDICT
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "BURTIE" to Run-reason-code
             END-IF
           END-IF
           Move Bureau-proof-line to BUREAU-EXCEPTION-RECORD
           WRITE BUREAU-EXCEPTION-RECORD.
        Write-bureau-controls-EXIT.
           EXIT.

      * *******************************************
      * Utility method reading the credit bureau table into storage -
      * the reporter row names the furnisher, each status row maps a
      * status code; a row of any other type is passed by
      * *******************************************
        Load-bureau-map-table.
           Move "0" to Burmap-eof
           Move 0 to Bureau-map-count
           Move "N" to Bureau-map-flag
           Move "N" to Bureau-reporter-flag
           Move Spaces to Bureau-reporter-id
           Move Spaces to Bureau-reporter-name
           Perform until At-burmap-eof OR NOT burmapfile-success
               READ BUREAU-MAP-FILE
                   AT END
                       Move "1" to Burmap-eof
               END-READ
               IF NOT At-burmap-eof AND burmapfile-success
                 EVALUATE TRUE
                     WHEN BMP-REPORTER-ROW
                         Move "Y" to Bureau-reporter-flag
                         Move BMP-REPORTER-ID to Bureau-reporter-id
                         Move BMP-REPORTER-NAME
                             to Bureau-reporter-name
                     WHEN BMP-STATUS-ROW
                         IF Bureau-map-count < 100
                           ADD 1 TO Bureau-map-count
                           Move BMP-STATUS-CODE
                               to Bm-status-code(Bureau-map-count)
                           Move BMP-BUREAU-STATUS
                               to Bm-bureau-status(Bureau-map-count)
                         ELSE
                           IF NOT Bureau-map-truncated
                             Move "FSD0055W" to Rlog-message-id
                             Move Spaces to Rlog-line-text
                             Move "BUREAU MAP TRUNCATED AT 100 ENTRIES"
                                 to Rlog-text-body
                             PERFORM Write-run-log
                           END-IF
                           Move "Y" to Bureau-map-flag
                         END-IF
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
               End-IF
           End-perform.
        Load-bureau-map-table-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the SAMPLE action - draws Internal Audit's sample of
      * the requested size from the account masters, stratified by status code
      * and balance band.  Three passes in primary key order: the first counts
      * each stratum's population and balance, the sample is shared out over the
      * strata in proportion to their populations (the odd places going to the
      * largest remainders), and the second draws each stratum's share in key
      * order by selection sampling - each master is taken with the chance its
      * stratum still needs over the masters it still has to offer, so every
      * stratum comes out exactly at its share.  The chances come from the
      * generator seeded off the card, so the same seed over the same cluster
      * always draws the same masters.  The third writes the masters drawn to
      * the output file with their transaction rows - POST's suffix-keyed rows
      * may sort ahead of their parent, so the draw has to be complete before
      * any row is written.  The certificate on SAMPCERT shows the seed,
      * the size, and every stratum's population, balance and number drawn.  A
      * strata table that overflows leaves its masters out of the draw and the
      * return code at 8; a read failure ends the step with return code 12
      * ****************************************************************************
        Sample-audit-accounts.
           Move "0" to Input-eof
           Move "N" to Sample-stratum-flag
           Move 0 to Sample-unplaced-count
           Move 0 to Sample-unplaced-amount
           Move PARM-SAMPLE-SEED to Sample-state
      * Pass one - the population and balance of every stratum
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Normalize-record-type
                 IF Norm-master-record
                   PERFORM Sample-set-stratum
                   PERFORM Sample-note-population
                 END-IF
               End-IF
           End-perform
      * Pass two - draw each stratum's share
           IF IN-FILE-STATUS EQUAL "10"
             PERFORM Sample-allocate-strata
             Move LOW-VALUES to IN-RECORD-KEY
             PERFORM Start-next-input-data
             IF inputfile-success
               Perform until NOT inputfile-success
                   PERFORM Read-next-input-data
                   IF inputfile-success
                     PERFORM Normalize-record-type
                     IF Norm-master-record
                       PERFORM Sample-set-stratum
                       PERFORM Sample-find-stratum
                       IF Sample-key-found
                         PERFORM Sample-draw-master
                       END-IF
                     END-IF
                   End-IF
               End-perform
             END-IF
           END-IF
      * Pass three - write the masters drawn with their transaction
      * rows
           IF IN-FILE-STATUS EQUAL "10"
             Move LOW-VALUES to IN-RECORD-KEY
             PERFORM Start-next-input-data
             IF inputfile-success
               Perform until NOT inputfile-success
                       OR NOT outputfile-success
                   PERFORM Read-next-input-data
                   IF inputfile-success
                     PERFORM Normalize-record-type
                     PERFORM Sample-one-record
                   End-IF
               End-perform
             END-IF
           END-IF
           IF NOT inputfile-success
               AND IN-FILE-STATUS NOT EQUAL "10"
             Move "FSD0061E" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "SAMPLE READ FAILED DD SYSIN STATUS"
                 to Rlog-text-body
             Move IN-FILE-STATUS to Rlog-text-detail
             PERFORM Write-run-log
             IF RETURN-CODE EQUAL 0
               MOVE 12 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "SMPREAD" to Run-reason-code
             END-IF
           END-IF
           PERFORM Write-sample-certificate
           IF Sample-strata-overflow
             IF RETURN-CODE EQUAL 0
               MOVE 8 TO RETURN-CODE
             END-IF
             IF Run-reason-code EQUAL SPACES
               Move "SMPSTRAT" to Run-reason-code
             END-IF
           END-IF.
        Sample-audit-accounts-EXIT.
           EXIT.

      * *******************************************
      * Utility method placing the master just read in its stratum -
      * its status code and the band its balance falls in.  A balance
      * that is not numeric bands as zero, the way AGING counts it
      * *******************************************
        Sample-set-stratum.
           Move IN-REC-STATUS-CODE to Sample-status-code
           IF IN-REC-AMOUNT NUMERIC
             Move IN-REC-AMOUNT to Sample-master-balance
           ELSE
             Move 0 to Sample-master-balance
           END-IF
           EVALUATE TRUE
               WHEN Sample-master-balance < 0
                   Move 1 to Sample-band
               WHEN Sample-master-balance EQUAL 0
                   Move 2 to Sample-band
               WHEN Sample-master-balance < 1000
                   Move 3 to Sample-band
               WHEN Sample-master-balance < 10000
                   Move 4 to Sample-band
               WHEN OTHER
                   Move 5 to Sample-band
           END-EVALUATE.
        Sample-set-stratum-EXIT.
           EXIT.

      * *******************************************
      * Utility method finding Sample-stratum-key in the strata table -
      * Sample-search-index is left at the entry, or where it belongs
      * when it is not there yet
      * *******************************************
        Sample-find-stratum.
           Move "N" to Sample-found-flag
           Move 1 to Sample-search-index
           Perform until Sample-search-index > Sample-stratum-count
                   OR Sst-key(Sample-search-index)
                       >= Sample-stratum-key
               ADD 1 TO Sample-search-index
           End-perform
           IF Sample-search-index <= Sample-stratum-count
             IF Sst-key(Sample-search-index) EQUAL Sample-stratum-key
               Move "Y" to Sample-found-flag
             END-IF
           END-IF.
        Sample-find-stratum-EXIT.
           EXIT.

      * *******************************************
      * Utility method counting the master just read into its stratum's
      * population, opening the stratum the first time it is seen.  A
      * full table leaves the master out of the draw and says so once
      * *******************************************
        Sample-note-population.
           ADD 1 TO Sample-population-count
           PERFORM Sample-find-stratum
           IF NOT Sample-key-found
             IF Sample-stratum-count >= 250
               IF NOT Sample-strata-overflow
                 Move "FSD0062W" to Rlog-message-id
                 Move Spaces to Rlog-line-text
                 Move "SAMPLE STRATA TABLE FULL AT 250 ENTRIES"
                     to Rlog-text-body
                 PERFORM Write-run-log
               END-IF
               Move "Y" to Sample-stratum-flag
             ELSE
               Perform varying Sample-shift-index
                       from Sample-stratum-count by -1
                       until Sample-shift-index < Sample-search-index
                   Move Sample-stratum-entry(Sample-shift-index)
                       to Sample-stratum-entry(Sample-shift-index + 1)
               End-perform
               ADD 1 TO Sample-stratum-count
               Move Sample-stratum-key to Sst-key(Sample-search-index)
               Move 0 to Sst-population(Sample-search-index)
               Move 0 to Sst-balance(Sample-search-index)
               Move 0 to Sst-allocated(Sample-search-index)
               Move 0 to Sst-remainder(Sample-search-index)
               Move "N" to Sst-bumped-flag(Sample-search-index)
               Move 0 to Sst-seen(Sample-search-index)
               Move 0 to Sst-drawn(Sample-search-index)
               Move "Y" to Sample-found-flag
             END-IF
           END-IF
           IF Sample-key-found
             ADD 1 TO Sst-population(Sample-search-index)
             ADD Sample-master-balance
                 TO Sst-balance(Sample-search-index)
           ELSE
             ADD 1 TO Sample-unplaced-count
             ADD Sample-master-balance TO Sample-unplaced-amount
           END-IF.
        Sample-note-population-EXIT.
           EXIT.

      * *******************************************
      * Utility method sharing the sample out over the strata.  Each
      * stratum gets its proportional share rounded down, and the
      * places left over go one apiece to the strata with the largest
      * fractions left behind, the earlier stratum winning a tie.  A
      * size that covers the whole population takes every master
      * *******************************************
        Sample-allocate-strata.
           Move 0 to Sample-population
           Move 0 to Sample-allocated-total
           Perform varying Sample-search-index from 1 by 1
                   until Sample-search-index > Sample-stratum-count
               ADD Sst-population(Sample-search-index)
                   TO Sample-population
           End-perform
           Perform varying Sample-search-index from 1 by 1
                   until Sample-search-index > Sample-stratum-count
               IF PARM-SAMPLE-SIZE >= Sample-population
                 Move Sst-population(Sample-search-index)
                     to Sst-allocated(Sample-search-index)
               ELSE
                 COMPUTE Sample-product = PARM-SAMPLE-SIZE
                     * Sst-population(Sample-search-index)
                 DIVIDE Sample-product BY Sample-population
                     GIVING Sst-allocated(Sample-search-index)
                     REMAINDER Sst-remainder(Sample-search-index)
               END-IF
               ADD Sst-allocated(Sample-search-index)
                   TO Sample-allocated-total
           End-perform
           IF PARM-SAMPLE-SIZE < Sample-population
             COMPUTE Sample-leftover =
                 PARM-SAMPLE-SIZE - Sample-allocated-total
             PERFORM Sample-bump-stratum Sample-leftover TIMES
           END-IF.
        Sample-allocate-strata-EXIT.
           EXIT.

      * *******************************************
      * Utility method giving one left-over place to the stratum with
      * the largest fraction that has not had one yet
      * *******************************************
        Sample-bump-stratum.
           Move 0 to Sample-best-index
           Perform varying Sample-search-index from 1 by 1
                   until Sample-search-index > Sample-stratum-count
               IF NOT Sst-bumped(Sample-search-index)
                   AND Sst-remainder(Sample-search-index) > 0
                 IF Sample-best-index EQUAL 0
                   Move Sample-search-index to Sample-best-index
                 ELSE
                   IF Sst-remainder(Sample-search-index)
                       > Sst-remainder(Sample-best-index)
                     Move Sample-search-index to Sample-best-index
                   END-IF
                 END-IF
               END-IF
           End-perform
           IF Sample-best-index > 0
             ADD 1 TO Sst-allocated(Sample-best-index)
             Move "Y" to Sst-bumped-flag(Sample-best-index)
           END-IF.
        Sample-bump-stratum-EXIT.
           EXIT.

      * *******************************************
      * Utility method for one record of the writing pass - a master
      * goes out when it was drawn, and a transaction row when the
      * account it belongs to (its own key, or the parent a posted
      * row names) was drawn.  History rows stay home
      * *******************************************
        Sample-one-record.
           EVALUATE TRUE
               WHEN Norm-master-record
                   Move IN-REC-ACCOUNT-ID to Sample-lookup-id
                   PERFORM Sample-find-selected
                   IF Sample-key-found
                     PERFORM Write-output-data
                   END-IF
               WHEN Norm-transaction-record
                   IF IN-REC-TRAN-PARENT-ID EQUAL SPACES
                     Move IN-REC-ACCOUNT-ID to Sample-lookup-id
                   ELSE
                     Move IN-REC-TRAN-PARENT-ID to Sample-lookup-id
                   END-IF
                   PERFORM Sample-find-selected
                   IF Sample-key-found
                     PERFORM Write-output-data
                     ADD 1 TO Sample-row-count
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        Sample-one-record-EXIT.
           EXIT.

      * *******************************************
      * Utility method drawing or passing the master just read.  The
      * generator is stepped for every master so the draw depends on
      * the seed and the file alone; the master is taken when the
      * next value, scaled to a fraction, falls below what its stratum
      * still needs over the masters the stratum has left to offer
      * *******************************************
        Sample-draw-master.
           COMPUTE Sample-product = Sample-state * 16807
           DIVIDE Sample-product BY 2147483647
               GIVING Sample-quotient REMAINDER Sample-state
           COMPUTE Sample-draw-left =
               (Sample-state - 1)
               * (Sst-population(Sample-search-index)
                  - Sst-seen(Sample-search-index))
           COMPUTE Sample-draw-need =
               (Sst-allocated(Sample-search-index)
                - Sst-drawn(Sample-search-index)) * 2147483646
           ADD 1 TO Sst-seen(Sample-search-index)
           IF Sample-draw-left < Sample-draw-need
             ADD 1 TO Sst-drawn(Sample-search-index)
             ADD 1 TO Sample-drawn-count
             ADD 1 TO Sample-selected-count
             Move IN-REC-ACCOUNT-ID
                 to Sample-selected-key(Sample-selected-count)
           END-IF.
        Sample-draw-master-EXIT.
           EXIT.

      * *******************************************
      * Utility method looking Sample-lookup-id up among the masters
      * drawn - a halving search, since the keys are kept ascending
      * *******************************************
        Sample-find-selected.
           Move "N" to Sample-found-flag
           Move 1 to Sample-low
           Move Sample-selected-count to Sample-high
           Perform until Sample-low > Sample-high
                   OR Sample-key-found
               COMPUTE Sample-middle = (Sample-low + Sample-high) / 2
               EVALUATE TRUE
                   WHEN Sample-selected-key(Sample-middle)
                       EQUAL Sample-lookup-id
                       Move "Y" to Sample-found-flag
                   WHEN Sample-selected-key(Sample-middle)
                       < Sample-lookup-id
                       COMPUTE Sample-low = Sample-middle + 1
                   WHEN OTHER
                       COMPUTE Sample-high = Sample-middle - 1
               END-EVALUATE
           End-perform.
        Sample-find-selected-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the sampling certificate - the seed and
      * size, one line per stratum, the totals the strata add up to,
      * and the masters and transaction rows that went out
      * *******************************************
        Write-sample-certificate.
           Move PARM-SAMPLE-SEED to SCH-SEED
           Move PARM-SAMPLE-SIZE to SCH-SIZE
           Move Sample-heading-line to SAMPLE-CERTIFICATE-RECORD
           WRITE SAMPLE-CERTIFICATE-RECORD
           Move Sample-method-line to SAMPLE-CERTIFICATE-RECORD
           WRITE SAMPLE-CERTIFICATE-RECORD
           Move Sample-column-line to SAMPLE-CERTIFICATE-RECORD
           WRITE SAMPLE-CERTIFICATE-RECORD
           Move 0 to Sample-total-balance
           Perform varying Sample-search-index from 1 by 1
                   until Sample-search-index > Sample-stratum-count
               Move Sst-status-code(Sample-search-index) to SCD-STATUS
               Move Sample-band-name(Sst-band(Sample-search-index))
                   to SCD-BAND
               Move Sst-population(Sample-search-index)
                   to SCD-POPULATION
               Move Sst-balance(Sample-search-index) to SCD-BALANCE
               Move Sst-drawn(Sample-search-index) to SCD-DRAWN
               ADD Sst-balance(Sample-search-index)
                   TO Sample-total-balance
               Move Sample-detail-line to SAMPLE-CERTIFICATE-RECORD
               WRITE SAMPLE-CERTIFICATE-RECORD
           End-perform
           IF Sample-unplaced-count > 0
             Move "  NOT STRATIFIED" to SCT-LABEL
             Move Sample-unplaced-count to SCT-POPULATION
             Move Sample-unplaced-amount to SCT-BALANCE
             Move 0 to SCT-DRAWN
             Move Sample-total-line to SAMPLE-CERTIFICATE-RECORD
             WRITE SAMPLE-CERTIFICATE-RECORD
             ADD Sample-unplaced-amount TO Sample-total-balance
           END-IF
           Move "  TOTAL" to SCT-LABEL
           Move Sample-population-count to SCT-POPULATION
           Move Sample-total-balance to SCT-BALANCE
           Move Sample-drawn-count to SCT-DRAWN
           Move Sample-total-line to SAMPLE-CERTIFICATE-RECORD
           WRITE SAMPLE-CERTIFICATE-RECORD
           Move "STRATA" to SCC-LABEL
           Move Sample-stratum-count to SCC-COUNT
           Move Sample-control-line to SAMPLE-CERTIFICATE-RECORD
           WRITE SAMPLE-CERTIFICATE-RECORD
           Move "MASTERS DRAWN" to SCC-LABEL
           Move Sample-drawn-count to SCC-COUNT
           Move Sample-control-line to SAMPLE-CERTIFICATE-RECORD
           WRITE SAMPLE-CERTIFICATE-RECORD
           Move "TRANSACTION ROWS WRITTEN" to SCC-LABEL
           Move Sample-row-count to SCC-COUNT
           Move Sample-control-line to SAMPLE-CERTIFICATE-RECORD
           WRITE SAMPLE-CERTIFICATE-RECORD.
        Write-sample-certificate-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method deciding whether this step honours the legal hold list -
      * the actions that change or remove account data on the cluster (PURGE,
      * POST, APPLY, MAINT, CHARGEOF, PAYMENT, REVERSE, UNDO) and MASK, whose
      * extract leaves for the test region.  A trial run is sized up against
      * the list too, so the preview shows what the real step would refuse.
      * LOAD and RESTORE are left off on purpose.  LOAD resets the cluster and
      * rebuilds it whole from its extract, so refusing a held account's rows
      * would drop them from the cluster - the very loss the hold is there to
      * prevent.  RESTORE only writes back archived keys that are not on file
      * and never overwrites or removes a row, so it cannot take away anything
      * a hold preserves
      * ****************************************************************************
        Set-legal-hold-controls.
           Move "N" to Legal-hold-flag
           IF ACTION EQUAL DO-PURGE-DATASET
               OR ACTION EQUAL DO-POST-DATASET
               OR ACTION EQUAL DO-APPLY-DATASET
               OR ACTION EQUAL DO-MAINT-DATASET
               OR ACTION EQUAL DO-MASK-DATASET
               OR ACTION EQUAL DO-CHARGEOFF-DATASET
               OR ACTION EQUAL DO-PAYMENT-DATASET
               OR ACTION EQUAL DO-REVERSE-DATASET
               OR ACTION EQUAL DO-UNDO-DATASET
             Move "Y" to Legal-hold-flag
           END-IF
           ACCEPT Legal-run-date FROM DATE YYYYMMDD.
        Set-legal-hold-controls-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method loading the legal hold list into storage in account order.
      * A hold whose expiry date is behind the run date has lapsed and is left
      * out; an expiry that is not a date leaves the hold standing, since only
      * Legal can lift one.  An account listed twice is held once.  A list past
      * the table's size flags the table full for the open to refuse the step
      * ****************************************************************************
        Load-legal-hold-table.
           Move "0" to Holdlist-eof
           Move 0 to Legal-hold-count
           Move "N" to Legal-table-flag
           Perform until At-holdlist-eof OR NOT holdlistfile-success
               READ LEGAL-HOLD-FILE
                   AT END
                       Move "1" to Holdlist-eof
               END-READ
               IF NOT At-holdlist-eof AND holdlistfile-success
                   AND LHL-ACCOUNT-ID NOT EQUAL SPACES
                 Move "Y" to Legal-force-flag
                 IF LHL-EXPIRY-DATE NOT EQUAL SPACES
                   Move LHL-EXPIRY-DATE to Date-under-edit
                   PERFORM Edit-calendar-date
                   IF Date-is-valid
                       AND LHL-EXPIRY-DATE < Legal-run-date
                     Move "N" to Legal-force-flag
                   END-IF
                 END-IF
                 IF Legal-hold-in-force
                   PERFORM Insert-legal-hold
                 END-IF
               End-IF
           End-perform.
        Load-legal-hold-table-EXIT.
           EXIT.

      * *******************************************
      * Utility method placing the hold just read in the table ahead
      * of the first account above it - an account already there keeps
      * its entry
      * *******************************************
        Insert-legal-hold.
           Move 1 to Legal-search-index
           Perform until Legal-search-index > Legal-hold-count
                   OR Lh-account-id(Legal-search-index)
                       >= LHL-ACCOUNT-ID
               ADD 1 TO Legal-search-index
           End-perform
           IF Legal-search-index <= Legal-hold-count
               AND Lh-account-id(Legal-search-index)
                   EQUAL LHL-ACCOUNT-ID
             CONTINUE
           ELSE
             IF Legal-hold-count >= 2000
               Move "Y" to Legal-table-flag
             ELSE
               Perform varying Legal-shift-index
                       from Legal-hold-count by -1
                       until Legal-shift-index < Legal-search-index
                   Move Legal-hold-entry(Legal-shift-index)
                       to Legal-hold-entry(Legal-shift-index + 1)
               End-perform
               ADD 1 TO Legal-hold-count
               Move LHL-ACCOUNT-ID to Lh-account-id(Legal-search-index)
               Move LHL-HOLD-TYPE to Lh-hold-type(Legal-search-index)
               Move LHL-EXPIRY-DATE
                   to Lh-expiry-date(Legal-search-index)
             END-IF
           END-IF.
        Insert-legal-hold-EXIT.
           EXIT.

      * *******************************************
      * Utility method deciding whether the record image in
      * Legal-check-image belongs to an account under legal hold - a
      * posted or history row answers for the master it names, any
      * other row for its own key
      * *******************************************
        Check-legal-hold.
           Move "N" to Legal-found-flag
           Move Legal-check-key to Legal-account-id
           IF (Legal-check-type EQUAL "02"
               OR Legal-check-type EQUAL "03")
               AND Legal-check-parent NOT EQUAL SPACES
             Move Legal-check-parent to Legal-account-id
           END-IF
           IF Legal-hold-on
             Move 1 to Legal-low
             Move Legal-hold-count to Legal-high
             Perform until Legal-low > Legal-high
                     OR Account-under-hold
                 COMPUTE Legal-middle = (Legal-low + Legal-high) / 2
                 EVALUATE TRUE
                     WHEN Lh-account-id(Legal-middle)
                         EQUAL Legal-account-id
                         Move "Y" to Legal-found-flag
                     WHEN Lh-account-id(Legal-middle)
                         < Legal-account-id
                         COMPUTE Legal-low = Legal-middle + 1
                     WHEN OTHER
                         COMPUTE Legal-high = Legal-middle - 1
                 END-EVALUATE
             End-perform
           END-IF.
        Check-legal-hold-EXIT.
           EXIT.

      * *******************************************
      * Utility method refusing a change to an account under legal
      * hold - the account is counted as held and named on the run
      * log, and the step leaves return code 8 so Legal's freeze is
      * seen to have stopped something
      * *******************************************
        Refuse-held-account.
           ADD 1 TO Legal-held-count
           Move "FSD0064W" to Rlog-message-id
           Move Spaces to Rlog-line-text
           Move "LEGAL HOLD - CHANGE REFUSED FOR ACCOUNT"
               to Rlog-text-body
           Move Legal-account-id to Rlog-text-detail
           PERFORM Write-run-log
           IF RETURN-CODE EQUAL 0
             MOVE 8 TO RETURN-CODE
           END-IF
           IF Run-reason-code EQUAL SPACES
             Move "ACCTHELD" to Run-reason-code
           END-IF.
        Refuse-held-account-EXIT.
           EXIT.

      * *******************************************
      * Utility method noting on the run log how many rows a PURGE or
      * MASK kept back under legal hold - keeping them is the hold
      * doing its job, so the return code is left alone
      * *******************************************
        Note-held-rows.
           IF Legal-held-count > 0
             Move "FSD0065I" to Rlog-message-id
             Move Spaces to Rlog-line-text
             Move "ROWS KEPT BACK UNDER LEGAL HOLD"
                 to Rlog-text-body
             Move Legal-held-count to Rlog-count-edited
             Move Rlog-count-edited to Rlog-text-detail
             PERFORM Write-run-log
           END-IF.
        Note-held-rows-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method deciding whether this step is a single-pass MULTIOUT step,
      * and which of its read-only outputs the card asked for - one Y flag per
      * output in the order SPLIT, SUMMARY, XCHECK, STATEMNT, VERIFY, DUPCSV
      * ****************************************************************************
        Set-multi-controls.
           Move "N" to Multi-run-flag
           IF ACTION EQUAL DO-MULTI-DATASET
             Move "Y" to Multi-run-flag
             Perform varying Multi-output-index from 1 by 1
                     until Multi-output-index > 6
                 IF PARM-MULTI-OUTPUTS(Multi-output-index:1)
                     EQUAL "Y"
                   Move "Y" to Mo-wanted-flag(Multi-output-index)
                 END-IF
             End-perform
           END-IF.
        Set-multi-controls-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for the MULTIOUT action - serves several read-only outputs
      * from one pass over the input file in primary key order, where each of
      * SPLIT, SUMMARY, XCHECK, STATEMNT, VERIFY and DUPCSV would otherwise read
      * the whole cluster again.  Every record read is handed to each output the
      * card asked for, through the same paragraphs the output's own step uses.
      * SPLIT writes SYSOUT and SPLIT01-04 as a SPLIT step does; the others write
      * what their own step would have written to SYSOUT to a DD of their own
      * (MULTSUM, MULTXCK, MULTSTM, MULTVFY, MULTCSV).  XCHECK and STATEMNT see
      * the records a key block at a time, so POST's charges are gathered before
      * their parent's group streams, which is what those steps read the cluster
      * twice for.  VERIFY's alternate-index check cannot be made in primary key
      * order, so VERIFY alone still walks the alternate index once the shared
      * pass is done.  Each output keeps its own counters and return code for
      * the control report and the response area
      * ****************************************************************************
        Multi-output-pass.
           Move "0" to Input-eof
      * Each output served carries the action code its own step would
      * have run under - the control report and the response area
      * show only outputs the pass was started for
           IF Mo-wanted(Multi-ix-split)
             Move DO-SPLIT-DATASET to Mo-action(Multi-ix-split)
           END-IF
           IF Mo-wanted(Multi-ix-summary)
             Move DO-SUMMARY-DATASET to Mo-action(Multi-ix-summary)
           END-IF
           IF Mo-wanted(Multi-ix-xcheck)
             Move DO-XCHECK-DATASET to Mo-action(Multi-ix-xcheck)
           END-IF
           IF Mo-wanted(Multi-ix-statement)
             Move DO-STATEMENT-DATASET
                 to Mo-action(Multi-ix-statement)
           END-IF
           IF Mo-wanted(Multi-ix-verify)
             Move DO-VERIFY-DATASET to Mo-action(Multi-ix-verify)
           END-IF
           IF Mo-wanted(Multi-ix-dupcsv)
             Move DO-DUPCSV-DATASET to Mo-action(Multi-ix-dupcsv)
           END-IF
      * Each output starts out exactly as its own step would
           IF Mo-wanted(Multi-ix-summary)
             Move 0 to Summary-entry-count
             Move "N" to Summary-table-flag
           END-IF
           IF Mo-wanted(Multi-ix-xcheck)
             Move 0 to Xcheck-posted-count
             Move "N" to Xcheck-posted-flag
             Move "N" to Xcheck-account-flag
             Move "N" to Xcheck-master-flag
             Move Spaces to Xcheck-current-account
           END-IF
           IF Mo-wanted(Multi-ix-statement)
             Move "N" to Stmt-account-flag
             Move Spaces to Stmt-current-account
             Move 0 to Stmt-posted-count
             Move "N" to Stmt-posted-flag
           END-IF
           IF Mo-wanted(Multi-ix-verify)
             Move 0 to Verify-base-count
             Move 0 to Verify-alt-count
             Move "Y" to Verify-first-flag
             Move "Y" to Verify-alt-first-flag
           END-IF
           Move 0 to Verify-findings-count
           Move 0 to Multi-block-count
      * The one pass over the cluster
           Perform until NOT inputfile-success
               PERFORM Read-next-input-data
               IF inputfile-success
                 PERFORM Multi-one-record
               End-IF
           End-perform
           Move Report-In-Records-Read to Multi-shared-reads
      * A pass that ended short of end of file is a finding for the
      * two checks, as it is on their own steps
           IF IN-FILE-STATUS NOT EQUAL "10"
             IF Mo-wanted(Multi-ix-verify)
               Move Multi-ix-verify to Multi-current-output
               PERFORM Multi-mark-output
               Move "BASE READ FAILURE FILE STATUS" to VF-MESSAGE
               Move Spaces to VF-KEY
               Move IN-FILE-STATUS to VF-KEY(1:2)
               PERFORM Write-verify-finding
               PERFORM Multi-credit-output
             END-IF
             IF Mo-wanted(Multi-ix-xcheck)
               Move Multi-ix-xcheck to Multi-current-output
               PERFORM Multi-mark-output
               Move "XCHECK READ FAILURE FILE STATUS" to VF-MESSAGE
               Move Spaces to VF-KEY
               Move IN-FILE-STATUS to VF-KEY(1:2)
               PERFORM Write-verify-finding
               PERFORM Multi-credit-output
             END-IF
           END-IF
           IF Multi-block-count > 0
             PERFORM Multi-flush-block
           END-IF
           PERFORM Multi-close-outputs.
        Multi-output-pass-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method handing the record just read to each output the step is
      * serving.  The key block is held last, since streaming a finished block
      * reuses the input record area
      * ****************************************************************************
        Multi-one-record.
           IF Mo-wanted(Multi-ix-split)
             PERFORM Multi-split-record
           END-IF
           IF Mo-wanted(Multi-ix-summary)
             PERFORM Post-summary-entry
           END-IF
           IF Mo-wanted(Multi-ix-verify)
             Move Multi-ix-verify to Multi-current-output
             PERFORM Multi-mark-output
             PERFORM Verify-one-base-record
             PERFORM Multi-credit-output
           END-IF
           IF Mo-wanted(Multi-ix-dupcsv)
               AND NOT Mo-stopped(Multi-ix-dupcsv)
             Move Multi-ix-dupcsv to Multi-current-output
             PERFORM Multi-mark-output
             PERFORM Write-output-data-csv
             PERFORM Multi-credit-output
           END-IF
           IF Mo-wanted(Multi-ix-xcheck)
               OR Mo-wanted(Multi-ix-statement)
             PERFORM Multi-hold-block-row
           END-IF.
        Multi-one-record-EXIT.
           EXIT.

      * *******************************************
      * Utility method routing the record just read for SPLIT - a
      * write that fails on a SPLIT dataset or SYSOUT stops SPLIT,
      * where a SPLIT step would have ended its loop.  SYSOUT's
      * status also guards the other outputs' report lines, so it
      * is cleared for them once SPLIT has stopped writing to it
      * *******************************************
        Multi-split-record.
           Move Multi-ix-split to Multi-current-output
           IF NOT Mo-stopped(Multi-ix-split)
             PERFORM Multi-mark-output
             PERFORM Split-one-record
             PERFORM Multi-credit-output
             IF NOT outputfile-success
                 OR NOT split1file-success
                 OR NOT split2file-success
                 OR NOT split3file-success
                 OR NOT split4file-success
               PERFORM Stop-multi-output
               Move "00" to OUT-FILE-STATUS
             END-IF
           END-IF.
        Multi-split-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method holding the record just read in the key block for XCHECK
      * and STATEMNT.  A key whose first seven bytes differ from the block's
      * closes the block - it is streamed, and the record just read, which the
      * streaming overwrote in the record area, is put back before it opens
      * the next one
      * ****************************************************************************
        Multi-hold-block-row.
           IF Multi-block-count > 0
               AND (IN-RECORD-KEY(1:7) NOT EQUAL Multi-block-prefix
                   OR Multi-block-count >= 256)
             PERFORM Multi-flush-block
             Move Temp-data to IN-FILE-RECORD
           END-IF
           ADD 1 TO Multi-block-count
           Move Temp-data to Multi-block-row(Multi-block-count)
           Move IN-RECORD-KEY(1:7) to Multi-block-prefix.
        Multi-hold-block-row-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method streaming a finished key block to XCHECK and STATEMNT -
      * first the block's posted charges are gathered under the parent each
      * names, then its ordinary rows stream through the same paragraphs the
      * separate steps' second passes use.  A parent's charges share its block,
      * so they are always gathered before its group can close
      * ****************************************************************************
        Multi-flush-block.
           Perform varying Multi-block-index from 1 by 1
                   until Multi-block-index > Multi-block-count
               Move Multi-block-row(Multi-block-index)
                   to IN-FILE-RECORD
               PERFORM Normalize-record-type
               IF Norm-transaction-record
                   AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                 IF Mo-wanted(Multi-ix-xcheck)
                   PERFORM Xcheck-note-posted-row
                 END-IF
                 IF Mo-wanted(Multi-ix-statement)
                   PERFORM Statement-note-posted-row
                 END-IF
               END-IF
           End-perform
           Perform varying Multi-block-index from 1 by 1
                   until Multi-block-index > Multi-block-count
               Move Multi-block-row(Multi-block-index)
                   to IN-FILE-RECORD
               PERFORM Normalize-record-type
      * Posted and status-history rows are passed by here, as on
      * the separate steps' streaming passes
               IF Norm-transaction-record
                   AND IN-REC-TRAN-PARENT-ID NOT EQUAL SPACES
                   OR Norm-history-record
                 CONTINUE
               ELSE
                 IF Mo-wanted(Multi-ix-xcheck)
                   Move Multi-ix-xcheck to Multi-current-output
                   PERFORM Multi-mark-output
                   PERFORM Xcheck-one-stream-record
                   PERFORM Multi-credit-output
                 END-IF
                 IF Mo-wanted(Multi-ix-statement)
                     AND NOT Mo-stopped(Multi-ix-statement)
                   Move Multi-ix-statement to Multi-current-output
                   PERFORM Multi-mark-output
                   PERFORM Statement-one-stream-record
                   PERFORM Multi-credit-output
                 END-IF
               END-IF
           End-perform
           Move 0 to Multi-block-count.
        Multi-flush-block-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method finishing each output once the shared pass is done - the
      * same closing work each one's own step does after its last read: the
      * SUMMARY report, XCHECK's last proofs and orphans, STATEMNT's last
      * closing balance and orphan groups, and VERIFY's alternate-index walk.
      * XCHECK and VERIFY set return code 8 on findings the way their own steps
      * do; here that lands in the output's own return code, and the step ends
      * with the highest any output reached
      * ****************************************************************************
        Multi-close-outputs.
           IF Mo-wanted(Multi-ix-summary)
             Move Multi-ix-summary to Multi-current-output
             PERFORM Multi-mark-output
             PERFORM Write-summary-report
             PERFORM Multi-credit-output
           END-IF
           IF Mo-wanted(Multi-ix-xcheck)
             Move Multi-ix-xcheck to Multi-current-output
             PERFORM Multi-mark-output
             Move RETURN-CODE to Multi-saved-rc
             PERFORM Xcheck-close-findings
             Move Multi-saved-rc to RETURN-CODE
             PERFORM Multi-credit-output
           END-IF
           IF Mo-wanted(Multi-ix-statement)
             Move Multi-ix-statement to Multi-current-output
             PERFORM Multi-mark-output
             PERFORM Statement-close-groups
             PERFORM Multi-credit-output
           END-IF
           IF Mo-wanted(Multi-ix-verify)
             Move Multi-ix-verify to Multi-current-output
             PERFORM Multi-mark-output
             Move RETURN-CODE to Multi-saved-rc
             PERFORM Verify-alt-index-pass
             Move Multi-saved-rc to RETURN-CODE
             PERFORM Multi-credit-output
           END-IF
           Perform varying Multi-output-index from 1 by 1
                   until Multi-output-index > 6
               IF Mo-wanted(Multi-output-index)
                 PERFORM Multi-settle-output
               END-IF
           End-perform.
        Multi-close-outputs-EXIT.
           EXIT.

      * *******************************************
      * Utility method settling one output's counters - every output
      * was fed the shared pass, and VERIFY also read the alternate
      * index - and noting its written count on the run log
      * *******************************************
        Multi-settle-output.
           Move Multi-shared-reads to Mo-read-count(Multi-output-index)
           IF Multi-output-index EQUAL Multi-ix-verify
             ADD Verify-alt-count TO Mo-read-count(Multi-output-index)
           END-IF
           IF NOT Mo-stopped(Multi-output-index)
               AND Mo-findings-count(Multi-output-index) > 0
             Move 8 to Mo-return-code(Multi-output-index)
           END-IF
           IF Mo-return-code(Multi-output-index) > RETURN-CODE
             MOVE Mo-return-code(Multi-output-index) TO RETURN-CODE
           END-IF
           Move "FSD0074I" to Rlog-message-id
           Move Spaces to Rlog-line-text
           Move "SINGLE-PASS RECORDS WRITTEN FOR" to Rlog-text-body
           Move Mo-action(Multi-output-index)
               to Rlog-text-body(33:8)
           Move Mo-written-count(Multi-output-index)
               to Rlog-count-edited
           Move Rlog-count-edited to Rlog-text-detail
           PERFORM Write-run-log.
        Multi-settle-output-EXIT.
           EXIT.

      * *******************************************
      * Utility methods bracketing one output's share of the work -
      * the records written in between are credited to it, and the
      * findings count VERIFY and XCHECK share is swapped in and out
      * so each keeps its own
      * *******************************************
        Multi-mark-output.
           Move Report-Out-Records-Written to Multi-written-mark
           Move Mo-findings-count(Multi-current-output)
               to Verify-findings-count.
        Multi-mark-output-EXIT.
           EXIT.

        Multi-credit-output.
           COMPUTE Mo-written-count(Multi-current-output) =
               Mo-written-count(Multi-current-output)
               + Report-Out-Records-Written - Multi-written-mark
           Move Verify-findings-count
               to Mo-findings-count(Multi-current-output).
        Multi-credit-output-EXIT.
           EXIT.

      * *******************************************
      * Utility method stopping the output now being served after a
      * write to one of its datasets failed - the other outputs carry
      * on with the pass, and the stopped one answers return code 12
      * *******************************************
        Stop-multi-output.
           Move "Y" to Mo-stopped-flag(Multi-current-output)
           Move 12 to Mo-return-code(Multi-current-output)
           Move "MULTWRIT" to Mo-reason-code(Multi-current-output)
           Move "FSD0073E" to Rlog-message-id
           Move Spaces to Rlog-line-text
           Move "WRITE FAILED - OUTPUT STOPPED FOR"
               to Rlog-text-body
           Move Mo-action(Multi-current-output) to Rlog-text-detail
           PERFORM Write-run-log
           IF RETURN-CODE EQUAL 0
             MOVE 12 TO RETURN-CODE
           END-IF
           IF Run-reason-code EQUAL SPACES
             Move "MULTWRIT" to Run-reason-code
           END-IF.
        Stop-multi-output-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method deciding whether this step feeds the general ledger - the
      * actions that change what customers owe on the cluster (POST, MAINT,
      * APPLY, CHARGEOF, PAYMENT, REVERSE, and UNDO backing any of them out)
      * or on an extract bound for it (ADJUST).  A trial run moves no money
      * and cuts no batch
      * ****************************************************************************
        Set-gl-controls.
           Move "N" to Gl-feed-flag
           IF (ACTION EQUAL DO-POST-DATASET
               OR ACTION EQUAL DO-MAINT-DATASET
               OR ACTION EQUAL DO-APPLY-DATASET
               OR ACTION EQUAL DO-ADJUST-DATASET
               OR ACTION EQUAL DO-CHARGEOFF-DATASET
               OR ACTION EQUAL DO-PAYMENT-DATASET
               OR ACTION EQUAL DO-REVERSE-DATASET
               OR ACTION EQUAL DO-UNDO-DATASET)
               AND PARM-TRIAL-MODE NOT EQUAL "Y"
             Move "Y" to Gl-feed-flag
           END-IF
           ACCEPT Gl-run-date FROM DATE YYYYMMDD.
        Set-gl-controls-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method loading the general-ledger mapping table into storage - a
      * table past a hundred rules is truncated with a warning, the way the rate
      * table is, and the movements the lost rules would have mapped surface as
      * unmapped entries
      * ****************************************************************************
        Load-gl-map-table.
           Move "0" to Glmap-eof
           Move 0 to Gl-map-count
           Move "N" to Gl-map-flag
           Perform until At-glmap-eof OR NOT glmapfile-success
               READ GL-MAP-FILE
                   AT END
                       Move "1" to Glmap-eof
               END-READ
               IF NOT At-glmap-eof AND glmapfile-success
                 IF Gl-map-count < 100
                   ADD 1 TO Gl-map-count
                   Move GLM-TRAN-TYPE to Gm-tran-type(Gl-map-count)
                   Move GLM-STATUS-CODE
                       to Gm-status-code(Gl-map-count)
                   Move GLM-DEBIT-ACCOUNT
                       to Gm-debit-account(Gl-map-count)
                   Move GLM-CREDIT-ACCOUNT
                       to Gm-credit-account(Gl-map-count)
                 ELSE
                   IF NOT Gl-map-truncated
                     Move "FSD0041W" to Rlog-message-id
                     Move Spaces to Rlog-line-text
                     Move "GL MAP TRUNCATED AT 100 ENTRIES"
                         to Rlog-text-body
                     PERFORM Write-run-log
                   END-IF
                   Move "Y" to Gl-map-flag
                 END-IF
               End-IF
           End-perform.
        Load-gl-map-table-EXIT.
           EXIT.

      * *******************************************
      * Utility method opening the step's batch on the ledger feed
      * with a header naming the run date, action, step and cluster
      * *******************************************
        Write-gl-header.
           Move Spaces to GL-INTERFACE-RECORD
           Move "HDR" to GL-RECORD-TYPE
           Move Gl-run-date to GLH-RUN-DATE
           Move ACTION to GLH-ACTION
           Move PARM-STEP-NUMBER to GLH-STEP
           IF PARM-IN-DATASET-NAME NOT EQUAL SPACES
             Move PARM-IN-DATASET-NAME to GLH-SOURCE
           ELSE
             Move "SYSIN" to GLH-SOURCE
           END-IF
           WRITE GL-INTERFACE-RECORD
           IF NOT gloutfile-success
             PERFORM Note-gl-write-failure
           END-IF.
        Write-gl-header-EXIT.
           EXIT.

      * *******************************************
      * Utility method closing the step's batch with the entry count
      * and the debit and credit totals - written whenever the header
      * was, so the trailer always proves exactly the entries between
      * *******************************************
        Write-gl-trailer.
           Move Spaces to GL-INTERFACE-RECORD
           Move "TRL" to GL-RECORD-TYPE
           Move Gl-entry-count to GLT-ENTRY-COUNT
           Move Gl-debit-total to GLT-DEBIT-TOTAL
           Move Gl-credit-total to GLT-CREDIT-TOTAL
           Move Gl-unmapped-count to GLT-UNMAPPED-COUNT
           WRITE GL-INTERFACE-RECORD
           IF NOT gloutfile-success
             PERFORM Note-gl-write-failure
           END-IF.
        Write-gl-trailer-EXIT.
           EXIT.

      * *******************************************
      * Utility method for a failed write to the ledger feed - the
      * feed takes nothing more once its status has gone bad, so the
      * batch cannot be proved; the step ends with return code 12
      * and the updating actions stop at the next account
      * *******************************************
        Note-gl-write-failure.
           Move "FSD0080E" to Rlog-message-id
           Move Spaces to Rlog-line-text
           Move "WRITE FAILED DD GLOUT STATUS"
               to Rlog-text-body
           Move GLOUT-FILE-STATUS to Rlog-text-detail
           PERFORM Write-run-log
           IF RETURN-CODE EQUAL 0
             MOVE 12 TO RETURN-CODE
           END-IF
           IF Run-reason-code EQUAL SPACES
             Move "GLWRIT" to Run-reason-code
           END-IF.
        Note-gl-write-failure-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method deriving the balance movement an APPLY, MAINT or UNDO
      * operation made from the record's image before it (Gl-before-image) and
      * after it (Gl-after-image), spaces standing for a record not on file.
      * Only a master's amount is a balance, so either side that is not a
      * master, or whose amount cannot take arithmetic, counts as nothing owed
      * ****************************************************************************
        Record-balance-change.
           Move 0 to Gl-old-amount
           Move 0 to Gl-new-amount
           Move Spaces to Gl-status-code
           Move Spaces to Gl-account-key
           IF Gl-before-image NOT EQUAL SPACES
               AND (Gl-before-type EQUAL "01"
                   OR Gl-before-type EQUAL SPACES
                   OR Gl-before-type EQUAL LOW-VALUES)
               AND Gl-before-amount NUMERIC
             Move Gl-before-amount to Gl-old-amount
             Move Gl-before-status to Gl-status-code
             Move Gl-before-key to Gl-account-key
           END-IF
           IF Gl-after-image NOT EQUAL SPACES
               AND (Gl-after-type EQUAL "01"
                   OR Gl-after-type EQUAL SPACES
                   OR Gl-after-type EQUAL LOW-VALUES)
               AND Gl-after-amount NUMERIC
             Move Gl-after-amount to Gl-new-amount
             Move Gl-after-status to Gl-status-code
             Move Gl-after-key to Gl-account-key
           END-IF
           Move "AJ" to Gl-tran-type
           Move Gl-run-date to Gl-entry-date
           COMPUTE Gl-movement = Gl-new-amount - Gl-old-amount
           PERFORM Write-gl-entries.
        Record-balance-change-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the balanced pair of ledger entries for the
      * movement the caller described in Gl-work-area - a positive movement
      * (more owed) debits the rule's debit account and credits its credit
      * account, a negative one posts the same accounts the other way round,
      * both for the absolute amount.  A movement no rule maps still goes out
      * with blank accounts so the batch totals prove, but it is counted, logged
      * and marks the run, so the ledger load's rejection is expected and the
      * rule gets added.  An entry is counted into the trailer only once it is
      * written
      * ****************************************************************************
        Write-gl-entries.
           IF Gl-movement NOT EQUAL 0 AND gloutfile-success
             PERFORM Find-gl-map-entry
             IF Gl-match-index = 0
               Move Spaces to Gl-debit-account
               Move Spaces to Gl-credit-account
               ADD 1 TO Gl-unmapped-count
               Move "FSD0042W" to Rlog-message-id
               Move Spaces to Rlog-line-text
               Move "GL MAPPING NOT FOUND FOR KEY"
                   to Rlog-text-body
               Move Gl-account-key to Rlog-text-detail
               PERFORM Write-run-log
               IF RETURN-CODE EQUAL 0
                 MOVE 8 TO RETURN-CODE
               END-IF
               IF Run-reason-code EQUAL SPACES
                 Move "GLUNMAP" to Run-reason-code
               END-IF
             ELSE
               IF Gl-movement > 0
                 Move Gm-debit-account(Gl-match-index)
                     to Gl-debit-account
                 Move Gm-credit-account(Gl-match-index)
                     to Gl-credit-account
               ELSE
                 Move Gm-credit-account(Gl-match-index)
                     to Gl-debit-account
                 Move Gm-debit-account(Gl-match-index)
                     to Gl-credit-account
               END-IF
             END-IF
             IF Gl-movement > 0
               Move Gl-movement to Gl-entry-amount
             ELSE
               COMPUTE Gl-entry-amount = 0 - Gl-movement
             END-IF
             ADD 1 TO Gl-pair-count
             Move Spaces to GL-INTERFACE-RECORD
             Move "DTL" to GL-RECORD-TYPE
             Move Gl-entry-date to GLD-ENTRY-DATE
             Move Gl-tran-type to GLD-TRAN-TYPE
             Move Gl-status-code to GLD-STATUS-CODE
             Move Gl-account-key to GLD-ACCOUNT-ID
             Move ACTION to GLD-ACTION
             Move PARM-STEP-NUMBER to GLD-STEP
             Move Gl-pair-count to GLD-PAIR-NUMBER
             Move Gl-entry-amount to GLD-AMOUNT
             Move Gl-debit-account to GLD-GL-ACCOUNT
             Move "D" to GLD-DEBIT-CREDIT
             WRITE GL-INTERFACE-RECORD
             IF gloutfile-success
               ADD 1 TO Gl-entry-count
               ADD Gl-entry-amount TO Gl-debit-total
               Move Gl-credit-account to GLD-GL-ACCOUNT
               Move "C" to GLD-DEBIT-CREDIT
               WRITE GL-INTERFACE-RECORD
             END-IF
             IF gloutfile-success
               ADD 1 TO Gl-entry-count
               ADD Gl-entry-amount TO Gl-credit-total
             ELSE
               PERFORM Note-gl-write-failure
             END-IF
           END-IF.
        Write-gl-entries-EXIT.
           EXIT.

      * *******************************************
      * Utility method finding the first mapping rule for the
      * movement's transaction type whose status code matches, or is
      * blank - Gl-match-index comes back zero when nothing matches
      * *******************************************
        Find-gl-map-entry.
           Move 0 to Gl-match-index
           Perform varying Gl-search-index from 1 by 1
                   until Gl-search-index > Gl-map-count
                   OR Gl-match-index > 0
               IF Gm-tran-type(Gl-search-index) EQUAL Gl-tran-type
                   AND (Gm-status-code(Gl-search-index)
                       EQUAL Gl-status-code
                       OR Gm-status-code(Gl-search-index)
                       EQUAL SPACES)
                 Move Gl-search-index to Gl-match-index
               END-IF
           End-perform.
        Find-gl-map-entry-EXIT.
           EXIT.

      * ****************************************************************************
               OR ACTION EQUAL DO-INTAKE-DATASET
               OR ACTION EQUAL DO-CONSOL-DATASET
               OR ACTION EQUAL DO-MASK-DATASET
               OR ACTION EQUAL DO-SAMPLE-DATASET
             Move "Y" to Extract-control-flag
           END-IF
      * A resumed copy picks the trailer arithmetic up from the
               INTO Csv-line-buffer
           END-STRING
           Move Csv-line-buffer to OUT-FILE-RECORD
           PERFORM Write-report-record.
        Write-output-data-csv-EXIT.
           EXIT.

        Write-output-data-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing a report line already built in
      * OUT-FILE-RECORD.  A single-pass MULTIOUT step sends it on to
      * the report dataset of the output now being served instead;
      * a write there that fails stops that output alone
      * *******************************************
        Write-report-record.
           IF NOT Multi-output-run
             WRITE OUT-FILE-RECORD
             ADD 1 TO Report-Out-Records-Written
           ELSE
             IF NOT Mo-stopped(Multi-current-output)
               EVALUATE Multi-current-output
                   WHEN Multi-ix-summary
                       Move OUT-FILE-RECORD to MULTI-SUMMARY-RECORD
                       WRITE MULTI-SUMMARY-RECORD
                       Move MULTSUM-FILE-STATUS to Multi-write-status
                   WHEN Multi-ix-xcheck
                       Move OUT-FILE-RECORD to MULTI-XCHECK-RECORD
                       WRITE MULTI-XCHECK-RECORD
                       Move MULTXCK-FILE-STATUS to Multi-write-status
                   WHEN Multi-ix-statement
                       Move OUT-FILE-RECORD to MULTI-STATEMENT-RECORD
                       WRITE MULTI-STATEMENT-RECORD
                       Move MULTSTM-FILE-STATUS to Multi-write-status
                   WHEN Multi-ix-verify
                       Move OUT-FILE-RECORD to MULTI-VERIFY-RECORD
                       WRITE MULTI-VERIFY-RECORD
                       Move MULTVFY-FILE-STATUS to Multi-write-status
                   WHEN Multi-ix-dupcsv
                       Move OUT-FILE-RECORD to MULTI-CSV-RECORD
                       WRITE MULTI-CSV-RECORD
                       Move MULTCSV-FILE-STATUS to Multi-write-status
                   WHEN OTHER
                       WRITE OUT-FILE-RECORD
                       Move OUT-FILE-STATUS to Multi-write-status
               END-EVALUATE
               IF Multi-write-status EQUAL "00"
                 ADD 1 TO Report-Out-Records-Written
               ELSE
                 PERFORM Stop-multi-output
               END-IF
             END-IF
           END-IF.
        Write-report-record-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method for writing the control report record that is produced for
      * every run, regardless of ACTION
      * ****************************************************************************
        Write-control-report.
      * A single-pass step reports each of its outputs on a line of
      * its own ahead of the step's line for the shared pass
           IF Multi-output-run
             Perform varying Multi-output-index from 1 by 1
                     until Multi-output-index > 6
                 IF Mo-action(Multi-output-index) NOT EQUAL SPACES
                   PERFORM Write-multi-control-line
                 END-IF
             End-perform
           END-IF
           Move ACTION to CR-ACTION-CODE
           Move Report-Start-Time to CR-START-TIME
           Move Report-End-Time to CR-END-TIME
        Write-control-report-EXIT.
           EXIT.

      * *******************************************
      * Utility method for writing the control report line of one
      * output a single-pass step served - under the output's own
      * action code, with the records it was fed and wrote, so the
      * line reads as that action's own step would have left it
      * *******************************************
        Write-multi-control-line.
           Move Mo-action(Multi-output-index) to CR-ACTION-CODE
           Move Report-Start-Time to CR-START-TIME
           Move Report-End-Time to CR-END-TIME
           Move Mo-read-count(Multi-output-index) to CR-RECORDS-READ
           Move Mo-written-count(Multi-output-index)
               to CR-RECORDS-WRITTEN
           Move Report-First-Key to CR-FIRST-KEY
           Move Report-Last-Key to CR-LAST-KEY
           Move Mo-reason-code(Multi-output-index)
               to CR-OPEN-FAILURE-REASON
           WRITE CONTROL-REPORT-RECORD.
        Write-multi-control-line-EXIT.
           EXIT.

      * ***************************************************************
      * Utility method for writing a minimal control report record
      * when Open-files fails, so an aborted run still leaves an audit
