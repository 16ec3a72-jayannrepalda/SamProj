      *********************** TRACE ****************************
      *                                                             *
      **** PROGRAM FOR RESEARCHING ONE ACCOUNT ACROSS THE BATCH DATASETS
      *
      *   MODULE NAME = TRACE
      *
      *   DESCRIPTIVE NAME = ONE-ACCOUNT RESEARCH REPORT.
      *
      *   FUNCTION = FOR EACH ACCOUNT ID ON THE TRACEIN CARDS, GATHERS
      *              EVERYTHING THE BATCH DATASETS HOLD ABOUT THE
      *              ACCOUNT - THE MASTER AND ITS ROWS ON THE CLUSTER,
      *              ROWS PURGE ARCHIVED, BEFORE-IMAGES ON THE JOURNAL,
      *              VALIDATE AND INTAKE REJECTS, AND THE RUN LOG
      *              MESSAGES OF THE STEPS THAT TOUCHED IT - AND PRINTS
      *              THEM AS ONE CHRONOLOGICAL REPORT PER ACCOUNT
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = THE JOURNAL CARRIES NO TIMESTAMP, SO A
      *                    BEFORE-IMAGE IS DATED BY THE LATEST DATE
      *                    THE IMAGE ITSELF CARRIES
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = TRACE
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = N/A
      *
      *      INPUT   = TRACEIN, SYSIN, ARCHIN, BIJRNL, REJECTS, RUNLOG
      *
      *      OUTPUT  = TRACERPT
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 8  AN ACCOUNT WITH NO MASTER ON THE
      *                       CLUSTER OR FOUND NOWHERE, A SOURCE
      *                       DATASET NOT AVAILABLE, A CLUSTER
      *                       SEARCH CUT SHORT BY A READ FAILURE,
      *                       OR A REPORT CUT SHORT BY A FULL TABLE
      *                    16 TRACEIN, SYSIN OR TRACERPT NOT OPENED
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   EXTERNAL REFERENCES =
      *      ROUTINES/SERVICES =
      *      DATA-AREAS        =    NONE
      *      CONTROL-BLOCKS    =
      *
      *   TABLES = NONE
      *   CHANGE-ACTIVITY = NONE
      *
      *********************** TRACE ****************************
      ***************************************************************
       Identification Division.
         Program-ID. TRACE.
       Environment DIVISION.
        Input-output section.
         FILE-CONTROL.
      *
           SELECT TRACE-CARD-FILE
               Assign to TRACEIN
               Organization is sequential
               Access mode is sequential
               File status is CARD-FILE-STATUS.
           SELECT IN-INTERNAL-FILE
               Assign to SYSIN
               Organization is INDEXED
               RECORD KEY IS IN-RECORD-KEY
               Access mode is DYNAMIC
               File status is IN-FILE-STATUS.
           SELECT ARCHIVE-INPUT-FILE
               Assign to ARCHIN
               Organization is sequential
               Access mode is sequential
               File status is ARCHIVE-FILE-STATUS.
           SELECT JOURNAL-FILE
               Assign to BIJRNL
               Organization is sequential
               Access mode is sequential
               File status is JOURNAL-FILE-STATUS.
           SELECT REJECT-FILE
               Assign to REJECTS
               Organization is sequential
               Access mode is sequential
               File status is REJECT-FILE-STATUS.
           SELECT RUN-LOG-FILE
               Assign to RUNLOG
               Organization is sequential
               Access mode is sequential
               File status is RUNLOG-FILE-STATUS.
           SELECT TRACE-REPORT-FILE
               Assign to TRACERPT
               Organization is sequential
               Access mode is sequential
               File status is REPORT-FILE-STATUS.

       Data Division.
        File section.

      * One account id per card, in the first eight columns - a blank
      * card is passed over
        FD TRACE-CARD-FILE
             record contains 80 characters
             data record is TRACE-CARD-RECORD.
        01 TRACE-CARD-RECORD.
             05 TRC-ACCOUNT-ID PIC X(8).
             05 FILLER PIC X(72).
      * The cluster itself, read by key only - never updated here
        FD IN-INTERNAL-FILE
             record contains 80 characters
             data record is IN-FILE-RECORD.
        01 IN-FILE-RECORD.
             05 IN-RECORD-KEY PIC X(8).
             05 FILLER PIC X(72).
      * A PURGE archive extract - the controlled shape PURGE writes,
      * header and trailer included.  Neither control record can
      * match an account, so they need no special handling here
        FD ARCHIVE-INPUT-FILE
             record contains 88 characters
             data record is ARCHIVE-INPUT-RECORD.
        01 ARCHIVE-INPUT-RECORD.
             05 ARCHIVE-RECORD-DATA PIC X(80).
             05 FILLER PIC X(8).
      * The before-image journal the destructive actions cut - the
      * operation, the key, and the image as it stood beforehand
      * (spaces for an ADD, which had none)
        FD JOURNAL-FILE
             record contains 96 characters
             data record is JOURNAL-RECORD.
        01 JOURNAL-RECORD.
             05 JOURNAL-ACTION-CODE PIC X(8).
             05 JOURNAL-RECORD-KEY PIC X(8).
             05 JOURNAL-BEFORE-IMAGE PIC X(80).
      * A VALIDATE or INTAKE reject - the record image and a four-byte
      * reason code per edited field, spaces where the field passed
        FD REJECT-FILE
             record contains 112 characters
             data record is REJECT-RECORD.
        01 REJECT-RECORD.
             05 REJECT-RECORD-DATA PIC X(80).
             05 REJECT-REASON-CODES PIC X(32).
      * The structured run log FSD and the driver share
        FD RUN-LOG-FILE
             record contains 100 characters
             data record is RUN-LOG-RECORD.
        01 RUN-LOG-RECORD.
             05 RLOG-MSG-ID PIC X(8).
             05 FILLER PIC X(1).
             05 RLOG-DATE PIC X(8).
             05 FILLER PIC X(1).
             05 RLOG-TIME PIC X(8).
             05 FILLER PIC X(1).
             05 RLOG-STEP PIC 9(4).
             05 FILLER PIC X(1).
             05 RLOG-ACTION PIC X(8).
             05 FILLER PIC X(1).
             05 RLOG-REASON PIC X(8).
             05 FILLER PIC X(1).
             05 RLOG-TEXT PIC X(50).
             05 RLOG-TEXT-PARTS REDEFINES RLOG-TEXT.
                10 RLOG-TEXT-BODY PIC X(40).
                10 RLOG-TEXT-KEY PIC X(8).
                10 FILLER PIC X(2).
      * The research report - one block per account traced
        FD TRACE-REPORT-FILE
             record contains 132 characters
             data record is TRACE-REPORT-RECORD.
        01 TRACE-REPORT-RECORD.
             05 FILLER PIC X(132).
      *
      *
       Working-Storage Section.
        01 Program-flags.
          05 CARD-FILE-STATUS pic xx value "00".
            88 cardfile-success value "00".
          05 Card-eof pic x value "0".
            88 At-card-eof value "1".
          05 IN-FILE-STATUS pic xx value "00".
            88 inputfile-success value "00".
          05 ARCHIVE-FILE-STATUS pic xx value "00".
            88 archivefile-success value "00".
          05 Archive-eof pic x value "0".
            88 At-archive-eof value "1".
          05 JOURNAL-FILE-STATUS pic xx value "00".
            88 journalfile-success value "00".
          05 Journal-eof pic x value "0".
            88 At-journal-eof value "1".
          05 REJECT-FILE-STATUS pic xx value "00".
            88 rejectfile-success value "00".
          05 Reject-eof pic x value "0".
            88 At-reject-eof value "1".
          05 RUNLOG-FILE-STATUS pic xx value "00".
            88 runlogfile-success value "00".
          05 Runlog-eof pic x value "0".
            88 At-runlog-eof value "1".
          05 REPORT-FILE-STATUS pic xx value "00".
            88 reportfile-success value "00".
        01 Open-files-status pic x value "N".
          88 Open-files-failed value "Y".
        01 Open-failure-reason pic x(8) value spaces.
        01 Trace-run-date pic x(8).
      * The record image being examined, whichever dataset it came
      * from, with the business layout laid over it
        01 Trace-image.
           COPY DRL REPLACING ==PFX-ACCOUNT-ID==
               BY ==IMG-ACCOUNT-ID==
               ==PFX-EFFECTIVE-DATE==
               BY ==IMG-EFFECTIVE-DATE==
               ==PFX-STATUS-CODE==
               BY ==IMG-STATUS-CODE==
               ==PFX-AMOUNT== BY ==IMG-AMOUNT==
               ==PFX-RECORD-TYPE== BY ==IMG-RECORD-TYPE==
               ==PFX-MASTER-RECORD== BY ==IMG-MASTER-RECORD==
               ==PFX-TRANSACTION-RECORD==
               BY ==IMG-TRANSACTION-RECORD==
               ==PFX-TYPE-DETAIL== BY ==IMG-TYPE-DETAIL==
               ==PFX-MASTER-DETAIL==
               BY ==IMG-MASTER-DETAIL==
               ==PFX-LAST-POST-DATE==
               BY ==IMG-LAST-POST-DATE==
               ==PFX-LAST-PAY-DATE==
               BY ==IMG-LAST-PAY-DATE==
               ==PFX-LAST-PAY-SEQ==
               BY ==IMG-LAST-PAY-SEQ==
               ==PFX-TRANSACTION-DETAIL==
               BY ==IMG-TRANSACTION-DETAIL==
               ==PFX-TRAN-DATE== BY ==IMG-TRAN-DATE==
               ==PFX-TRAN-TYPE== BY ==IMG-TRAN-TYPE==
               ==PFX-TRAN-AMOUNT== BY ==IMG-TRAN-AMOUNT==
               ==PFX-TRAN-PARENT-ID==
               BY ==IMG-TRAN-PARENT-ID==
               ==PFX-TRAN-REVERSED-ID==
               BY ==IMG-TRAN-REVERSED-ID==
               ==PFX-HISTORY-RECORD==
               BY ==IMG-HISTORY-RECORD==
               ==PFX-HISTORY-DETAIL==
               BY ==IMG-HISTORY-DETAIL==
               ==PFX-HIST-CHANGE-DATE==
               BY ==IMG-HIST-CHANGE-DATE==
               ==PFX-HIST-OLD-STATUS==
               BY ==IMG-HIST-OLD-STATUS==
               ==PFX-HIST-NEW-STATUS==
               BY ==IMG-HIST-NEW-STATUS==
               ==PFX-HIST-ACTION== BY ==IMG-HIST-ACTION==
               ==PFX-HIST-PARENT-ID==
               BY ==IMG-HIST-PARENT-ID==
               ==PFX-HIST-STEP== BY ==IMG-HIST-STEP==.
      * The image's record type, with the blank type of a master row
      * cut before the type code existed normalized to 01
        01 Record-type-edit.
          05 Record-type-norm pic x(2).
            88 Norm-master-record value "01".
            88 Norm-transaction-record value "02".
            88 Norm-history-record value "03".
      * Work area for the account being traced - its id, whether the
      * image in hand belongs to it, the date and description the
      * image is reported under, and the per-source tallies
        01 Trace-work-area.
          05 Trace-account-id pic x(8).
          05 Trace-match-flag pic x value "N".
            88 Trace-image-matches value "Y".
          05 Trace-image-date pic x(8).
          05 Trace-image-text pic x(90).
          05 Trace-text-pointer Usage Comp pic 9(4) value 1.
          05 Trace-amount-text pic x(15).
          05 Trace-amount-edited pic -zzz,zzz,zz9.99.
          05 Trace-master-flag pic x value "N".
            88 Trace-master-on-file value "Y".
          05 Trace-cluster-count Usage Comp pic 9(9) value 0.
          05 Trace-archive-count Usage Comp pic 9(9) value 0.
          05 Trace-journal-count Usage Comp pic 9(9) value 0.
          05 Trace-reject-count Usage Comp pic 9(9) value 0.
          05 Trace-runlog-count Usage Comp pic 9(9) value 0.
          05 Trace-found-count Usage Comp pic 9(9) value 0.
      * The generated rows found belonging to the account - a posted,
      * paid or charged-off row's key carries a letter suffix and
      * cannot equal its master's id, so journal entries that name
      * only the key are matched through this list
        01 Trace-child-table.
          05 Trace-child-count Usage Comp pic 9(4) value 0.
          05 Trace-child-flag pic x value "N".
            88 Trace-child-overflow value "Y".
          05 Trace-child-entry OCCURS 200 TIMES.
             10 Tch-key pic x(8).
             10 Tch-date pic x(8).
        01 Trace-child-work.
          05 Trace-child-index Usage Comp pic 9(4) value 0.
          05 Trace-child-found Usage Comp pic 9(4) value 0.
          05 Trace-lookup-key pic x(8).
      * The batch steps the account's status-history rows say changed
      * it - the date, step number and action a run log message must
      * carry to be reported as belonging to the account
        01 Trace-step-table.
          05 Trace-step-count Usage Comp pic 9(4) value 0.
          05 Trace-step-flag pic x value "N".
            88 Trace-step-overflow value "Y".
          05 Trace-step-entry OCCURS 100 TIMES.
             10 Tst-date pic x(8).
             10 Tst-step pic 9(4).
             10 Tst-action pic x(8).
        01 Trace-step-work.
          05 Trace-step-index Usage Comp pic 9(4) value 0.
          05 Trace-step-found Usage Comp pic 9(4) value 0.
      * The account's events, held in date order as they are found so
      * the report falls out of one walk of the table.  An event dated
      * the same as one already held goes in after it, so each
      * dataset's own order is kept within a day
        01 Trace-event-table.
          05 Trace-event-count Usage Comp pic 9(4) value 0.
          05 Trace-event-flag pic x value "N".
            88 Trace-event-overflow value "Y".
          05 Trace-event-entry OCCURS 500 TIMES.
             10 Tev-date pic x(8).
             10 Tev-source pic x(8).
             10 Tev-key pic x(8).
             10 Tev-text pic x(90).
        01 Trace-event-work.
          05 Trace-new-event.
             10 Tnew-date pic x(8).
             10 Tnew-source pic x(8).
             10 Tnew-key pic x(8).
             10 Tnew-text pic x(90).
          05 Trace-search-index Usage Comp pic 9(4) value 0.
          05 Trace-shift-index Usage Comp pic 9(4) value 0.
          05 Trace-report-index Usage Comp pic 9(4) value 0.
        01 Trace-heading-line.
          05 FILLER pic x(20) value "ACCOUNT RESEARCH FOR".
          05 FILLER pic x(1) value spaces.
          05 TRH-ACCOUNT pic x(8).
          05 FILLER pic x(11) value "  RUN DATE ".
          05 TRH-RUN-DATE pic x(8).
          05 FILLER pic x(84) value spaces.
        01 Trace-master-line.
          05 FILLER pic x(16) value "CURRENT MASTER  ".
          05 TRM-TEXT pic x(90).
          05 FILLER pic x(26) value spaces.
        01 Trace-column-line.
          05 FILLER pic x(10) value "DATE".
          05 FILLER pic x(9) value "SOURCE".
          05 FILLER pic x(9) value "KEY".
          05 FILLER pic x(104) value "EVENT".
        01 Trace-event-line.
          05 TRE-DATE pic x(8).
          05 FILLER pic x(2) value spaces.
          05 TRE-SOURCE pic x(8).
          05 FILLER pic x(1) value spaces.
          05 TRE-KEY pic x(8).
          05 FILLER pic x(1) value spaces.
          05 TRE-TEXT pic x(90).
          05 FILLER pic x(14) value spaces.
        01 Trace-summary-line.
          05 FILLER pic x(10) value "* CLUSTER ".
          05 TRS-CLUSTER pic zzz,zz9.
          05 FILLER pic x(10) value "  ARCHIVE ".
          05 TRS-ARCHIVE pic zzz,zz9.
          05 FILLER pic x(10) value "  JOURNAL ".
          05 TRS-JOURNAL pic zzz,zz9.
          05 FILLER pic x(10) value "  REJECTS ".
          05 TRS-REJECT pic zzz,zz9.
          05 FILLER pic x(9) value "  RUNLOG ".
          05 TRS-RUNLOG pic zzz,zz9.
          05 FILLER pic x(48) value spaces.
        01 Trace-note-line.
          05 FILLER pic x(3) value "** ".
          05 TRN-TEXT pic x(60).
          05 TRN-DETAIL pic x(8).
          05 FILLER pic x(61) value spaces.
      *
       Procedure DIVISION.
      * Open the card deck, the cluster and the report - without any
      * one of them there is nothing to trace or nowhere to say so
           Move 0 to RETURN-CODE.
           PERFORM Open-trace-files.
           IF Open-files-failed
             MOVE 16 TO RETURN-CODE
             display "TRACE ABANDONED ON OPEN FAILURE DD "
                 Open-failure-reason
           ELSE
             ACCEPT Trace-run-date FROM DATE YYYYMMDD
             Move "0" to Card-eof
             Perform until At-card-eof OR NOT cardfile-success
                 READ TRACE-CARD-FILE
                     AT END
                         Move "1" to Card-eof
                 END-READ
                 IF NOT At-card-eof AND cardfile-success
                     AND TRC-ACCOUNT-ID NOT EQUAL SPACES
                   PERFORM Trace-one-account
                 END-IF
             End-perform
           END-IF.
           PERFORM Close-trace-files.
           goback.

      * ***************************************************
      * Utility method opening the card deck, the cluster and the
      * report - the other datasets are opened per account, since
      * each is read through once for every account traced
      * ***************************************************
        Open-trace-files.
           Move "N" to Open-files-status
           Move Spaces to Open-failure-reason
           OPEN INPUT TRACE-CARD-FILE
           if not cardfile-success
             Move "Y" to Open-files-status
             Move "TRACEIN" to Open-failure-reason
           end-if
           OPEN INPUT IN-INTERNAL-FILE
           if not inputfile-success
             Move "Y" to Open-files-status
             IF Open-failure-reason EQUAL SPACES
               Move "ININT" to Open-failure-reason
             END-IF
           end-if
           OPEN OUTPUT TRACE-REPORT-FILE
           if not reportfile-success
             Move "Y" to Open-files-status
             IF Open-failure-reason EQUAL SPACES
               Move "TRACERPT" to Open-failure-reason
             END-IF
           end-if.
        Open-trace-files-EXIT.
           EXIT.

      * ***************************************************
      * Utility method closing whichever of the three held files
      * actually opened
      * ***************************************************
        Close-trace-files.
           IF cardfile-success OR At-card-eof
             CLOSE TRACE-CARD-FILE
           END-IF
           IF inputfile-success OR IN-FILE-STATUS EQUAL "10"
               OR IN-FILE-STATUS EQUAL "23"
             CLOSE IN-INTERNAL-FILE
           END-IF
           IF reportfile-success
             CLOSE TRACE-REPORT-FILE
           END-IF.
        Close-trace-files-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method researching the one account on the card in hand.  The
      * cluster and the archive are searched first, since the generated rows
      * and status-history rows they hold are what the journal and run log are
      * matched through; every event found goes into the date-ordered table,
      * and the account's report is written from it at the end
      * ****************************************************************************
        Trace-one-account.
           Move TRC-ACCOUNT-ID to Trace-account-id
           Move "N" to Trace-master-flag
           Move Spaces to TRM-TEXT
           Move 0 to Trace-event-count
           Move "N" to Trace-event-flag
           Move 0 to Trace-child-count
           Move "N" to Trace-child-flag
           Move 0 to Trace-step-count
           Move "N" to Trace-step-flag
           Move 0 to Trace-cluster-count
           Move 0 to Trace-archive-count
           Move 0 to Trace-journal-count
           Move 0 to Trace-reject-count
           Move 0 to Trace-runlog-count
           PERFORM Write-trace-heading
           PERFORM Trace-cluster-rows
           PERFORM Trace-archive-rows
           PERFORM Trace-journal-entries
           PERFORM Trace-reject-records
           PERFORM Trace-run-log-messages
           PERFORM Write-trace-events.
        Trace-one-account-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reading the account's rows off the cluster.  A generated
      * row's key keeps at least the master's leading six bytes, so the search
      * starts at that prefix and reads on until the prefix changes, keeping the
      * master itself and every row whose parent id names it
      * ****************************************************************************
        Trace-cluster-rows.
           Move LOW-VALUES to IN-RECORD-KEY
           Move Trace-account-id(1:6) to IN-RECORD-KEY(1:6)
           START IN-INTERNAL-FILE
                 KEY IS GREATER THAN OR EQUAL TO IN-RECORD-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF inputfile-success
             READ IN-INTERNAL-FILE NEXT
                 AT END
                     CONTINUE
             END-READ
             Perform until NOT inputfile-success
                     OR IN-RECORD-KEY(1:6)
                         NOT EQUAL Trace-account-id(1:6)
                 Move IN-FILE-RECORD to Trace-image
                 PERFORM Match-trace-image
                 IF Trace-image-matches
                   ADD 1 TO Trace-cluster-count
                   IF Norm-master-record
                       AND IMG-ACCOUNT-ID EQUAL Trace-account-id
                     Move "Y" to Trace-master-flag
                     PERFORM Describe-trace-image
                     Move Trace-image-text to TRM-TEXT
                   END-IF
                   PERFORM Note-trace-row
                   Move "CLUSTER" to Tnew-source
                   PERFORM Date-trace-image
                   PERFORM Describe-trace-image
                   Move Trace-image-date to Tnew-date
                   Move IMG-ACCOUNT-ID to Tnew-key
                   Move Trace-image-text to Tnew-text
                   PERFORM Insert-trace-event
                 END-IF
                 READ IN-INTERNAL-FILE NEXT
                     AT END
                         CONTINUE
                 END-READ
             End-perform
           END-IF
      * Running off the prefix or the end of the cluster is the
      * search ending, not a broken file - clear the status so the
      * next account's search starts clean.  Any other status is a
      * cluster the search could not finish, and the report says so
           IF IN-FILE-STATUS EQUAL "10"
               OR IN-FILE-STATUS EQUAL "23"
             Move "00" to IN-FILE-STATUS
           ELSE
             IF NOT inputfile-success
               Move "CLUSTER SEARCH CUT SHORT - READ FAILED STATUS"
                   to TRN-TEXT
               Move IN-FILE-STATUS to TRN-DETAIL
               PERFORM Write-trace-note
             END-IF
           END-IF.
        Trace-cluster-rows-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reading the PURGE archive through for the account's rows -
      * rows PURGE took off the cluster, reported the same way the cluster's are
      * ****************************************************************************
        Trace-archive-rows.
           OPEN INPUT ARCHIVE-INPUT-FILE
           IF NOT archivefile-success
             Move
                 "ARCHIVE NOT AVAILABLE - OPEN FAILED DD ARCHIN STATUS"
                 to TRN-TEXT
             Move ARCHIVE-FILE-STATUS to TRN-DETAIL
             PERFORM Write-trace-note
           ELSE
             Move "0" to Archive-eof
             Perform until At-archive-eof OR NOT archivefile-success
                 READ ARCHIVE-INPUT-FILE
                     AT END
                         Move "1" to Archive-eof
                 END-READ
                 IF NOT At-archive-eof AND archivefile-success
                   Move ARCHIVE-RECORD-DATA to Trace-image
                   PERFORM Match-trace-image
                   IF Trace-image-matches
                     ADD 1 TO Trace-archive-count
                     PERFORM Note-trace-row
                     Move "ARCHIVE" to Tnew-source
                     PERFORM Date-trace-image
                     PERFORM Describe-trace-image
                     Move Trace-image-date to Tnew-date
                     Move IMG-ACCOUNT-ID to Tnew-key
                     Move Trace-image-text to Tnew-text
                     PERFORM Insert-trace-event
                   END-IF
                 END-IF
             End-perform
             CLOSE ARCHIVE-INPUT-FILE
           END-IF.
        Trace-archive-rows-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reading the before-image journal through for entries that
      * touch the account - its own key, the key of one of its generated rows,
      * or an image whose parent id names it.  An ADD carries no image, so it is
      * dated by the row it added where that row was found; a change or delete
      * is dated by the latest date its image carries
      * ****************************************************************************
        Trace-journal-entries.
           OPEN INPUT JOURNAL-FILE
           IF NOT journalfile-success
             Move
                 "JOURNAL NOT AVAILABLE - OPEN FAILED DD BIJRNL STATUS"
                 to TRN-TEXT
             Move JOURNAL-FILE-STATUS to TRN-DETAIL
             PERFORM Write-trace-note
           ELSE
             Move "0" to Journal-eof
             Perform until At-journal-eof OR NOT journalfile-success
                 READ JOURNAL-FILE
                     AT END
                         Move "1" to Journal-eof
                 END-READ
                 IF NOT At-journal-eof AND journalfile-success
                   PERFORM Trace-one-journal-entry
                 END-IF
             End-perform
             CLOSE JOURNAL-FILE
           END-IF.
        Trace-journal-entries-EXIT.
           EXIT.

      * *******************************************
      * Utility method deciding whether the journal entry in hand
      * touches the account, and reporting it when it does
      * *******************************************
        Trace-one-journal-entry.
           Move "N" to Trace-match-flag
           Move JOURNAL-RECORD-KEY to Trace-lookup-key
           PERFORM Find-trace-child
           IF JOURNAL-RECORD-KEY EQUAL Trace-account-id
               OR Trace-child-found > 0
             Move "Y" to Trace-match-flag
           END-IF
           IF JOURNAL-BEFORE-IMAGE NOT EQUAL SPACES
             Move JOURNAL-BEFORE-IMAGE to Trace-image
             IF NOT Trace-image-matches
               PERFORM Match-trace-image
             END-IF
           END-IF
           IF Trace-image-matches
             ADD 1 TO Trace-journal-count
             Move "JOURNAL" to Tnew-source
             Move JOURNAL-RECORD-KEY to Tnew-key
             IF JOURNAL-BEFORE-IMAGE EQUAL SPACES
               Move Spaces to Tnew-date
               IF Trace-child-found > 0
                 Move Tch-date(Trace-child-found) to Tnew-date
               END-IF
               Move Spaces to Tnew-text
               STRING JOURNAL-ACTION-CODE DELIMITED BY SPACE
                      " - ROW ADDED, NO PRIOR IMAGE"
                      DELIMITED BY SIZE
                   INTO Tnew-text
               END-STRING
             ELSE
               PERFORM Normalize-image-type
               PERFORM Date-trace-image
               PERFORM Date-journal-master
               PERFORM Describe-trace-image
               Move Trace-image-date to Tnew-date
               Move Spaces to Tnew-text
               STRING JOURNAL-ACTION-CODE DELIMITED BY SPACE
                      " - BEFORE: " DELIMITED BY SIZE
                      Trace-image-text DELIMITED BY SIZE
                   INTO Tnew-text
               END-STRING
             END-IF
             PERFORM Insert-trace-event
           END-IF.
        Trace-one-journal-entry-EXIT.
           EXIT.

      * *******************************************
      * Utility method dating a master's before-image by the latest
      * activity it had already seen - the journal carries no time of
      * its own, and the master's effective date alone would put every
      * change back at the account's opening
      * *******************************************
        Date-journal-master.
           IF Norm-master-record
             IF IMG-LAST-POST-DATE > Trace-image-date
               Move IMG-LAST-POST-DATE to Trace-image-date
             END-IF
             IF IMG-LAST-PAY-DATE > Trace-image-date
               Move IMG-LAST-PAY-DATE to Trace-image-date
             END-IF
           END-IF.
        Date-journal-master-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reading the VALIDATE and INTAKE rejects through for the
      * account's records, reported with the reason codes they were refused for
      * ****************************************************************************
        Trace-reject-records.
           OPEN INPUT REJECT-FILE
           IF NOT rejectfile-success
             Move
                 "REJECTS NOT AVAILABLE - OPEN FAILED DD REJECTS STATUS"
                 to TRN-TEXT
             Move REJECT-FILE-STATUS to TRN-DETAIL
             PERFORM Write-trace-note
           ELSE
             Move "0" to Reject-eof
             Perform until At-reject-eof OR NOT rejectfile-success
                 READ REJECT-FILE
                     AT END
                         Move "1" to Reject-eof
                 END-READ
                 IF NOT At-reject-eof AND rejectfile-success
                   Move REJECT-RECORD-DATA to Trace-image
                   PERFORM Match-trace-image
                   IF Trace-image-matches
                     ADD 1 TO Trace-reject-count
                     Move "REJECT" to Tnew-source
                     PERFORM Date-trace-image
                     Move Trace-image-date to Tnew-date
                     Move IMG-ACCOUNT-ID to Tnew-key
                     Move Spaces to Tnew-text
                     STRING "REJECTED - REASONS " DELIMITED BY SIZE
                            REJECT-REASON-CODES DELIMITED BY SIZE
                         INTO Tnew-text
                     END-STRING
                     PERFORM Insert-trace-event
                   END-IF
                 END-IF
             End-perform
             CLOSE REJECT-FILE
           END-IF.
        Trace-reject-records-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method reading the run log through for the messages of the steps
      * that touched the account - a message stamped with the date, step and
      * action of one of its status-history rows - and any message whose detail
      * slot names the account or one of its generated rows
      * ****************************************************************************
        Trace-run-log-messages.
           OPEN INPUT RUN-LOG-FILE
           IF NOT runlogfile-success
             Move
                 "RUN LOG NOT AVAILABLE - OPEN FAILED DD RUNLOG STATUS"
                 to TRN-TEXT
             Move RUNLOG-FILE-STATUS to TRN-DETAIL
             PERFORM Write-trace-note
           ELSE
             Move "0" to Runlog-eof
             Perform until At-runlog-eof OR NOT runlogfile-success
                 READ RUN-LOG-FILE
                     AT END
                         Move "1" to Runlog-eof
                 END-READ
                 IF NOT At-runlog-eof AND runlogfile-success
                   PERFORM Trace-one-log-message
                 END-IF
             End-perform
             CLOSE RUN-LOG-FILE
           END-IF.
        Trace-run-log-messages-EXIT.
           EXIT.

      * *******************************************
      * Utility method deciding whether the run log message in hand
      * belongs to the account, and reporting it when it does
      * *******************************************
        Trace-one-log-message.
           Move "N" to Trace-match-flag
           Move 0 to Trace-step-found
           Perform varying Trace-step-index from 1 by 1
                   until Trace-step-index > Trace-step-count
                   OR Trace-step-found > 0
               IF Tst-date(Trace-step-index) EQUAL RLOG-DATE
                   AND Tst-step(Trace-step-index) EQUAL RLOG-STEP
                   AND Tst-action(Trace-step-index) EQUAL RLOG-ACTION
                 Move Trace-step-index to Trace-step-found
               END-IF
           End-perform
           Move RLOG-TEXT-KEY to Trace-lookup-key
           PERFORM Find-trace-child
           IF Trace-step-found > 0
               OR RLOG-TEXT-KEY EQUAL Trace-account-id
               OR Trace-child-found > 0
             ADD 1 TO Trace-runlog-count
             Move "RUNLOG" to Tnew-source
             Move RLOG-DATE to Tnew-date
             Move Spaces to Tnew-key
             Move Spaces to Tnew-text
             STRING RLOG-MSG-ID DELIMITED BY SIZE
                    " STEP " DELIMITED BY SIZE
                    RLOG-STEP DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RLOG-ACTION DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RLOG-REASON DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RLOG-TEXT DELIMITED BY SIZE
                 INTO Tnew-text
             END-STRING
             PERFORM Insert-trace-event
           END-IF.
        Trace-one-log-message-EXIT.
           EXIT.

      * *******************************************
      * Utility method deciding whether the image in Trace-image
      * belongs to the account - its own key, or a transaction or
      * status-history row whose parent id names it
      * *******************************************
        Match-trace-image.
           Move "N" to Trace-match-flag
           PERFORM Normalize-image-type
           IF IMG-ACCOUNT-ID EQUAL Trace-account-id
             Move "Y" to Trace-match-flag
           END-IF
           IF Norm-transaction-record
               AND IMG-TRAN-PARENT-ID EQUAL Trace-account-id
             Move "Y" to Trace-match-flag
           END-IF
           IF Norm-history-record
               AND IMG-HIST-PARENT-ID EQUAL Trace-account-id
             Move "Y" to Trace-match-flag
           END-IF.
        Match-trace-image-EXIT.
           EXIT.

      * *******************************************
      * Utility method classifying the image by its record type,
      * treating the blank type of an old master row as type 01
      * *******************************************
        Normalize-image-type.
           IF IMG-RECORD-TYPE EQUAL SPACES
               OR IMG-RECORD-TYPE EQUAL LOW-VALUES
             Move "01" to Record-type-norm
           ELSE
             Move IMG-RECORD-TYPE to Record-type-norm
           END-IF.
        Normalize-image-type-EXIT.
           EXIT.

      * *******************************************
      * Utility method remembering what a matched cluster or archive
      * row tells the later passes - a generated row's key and date
      * for the journal, a status-history row's step for the run log
      * *******************************************
        Note-trace-row.
           IF IMG-ACCOUNT-ID NOT EQUAL Trace-account-id
             Move IMG-ACCOUNT-ID to Trace-lookup-key
             PERFORM Find-trace-child
             IF Trace-child-found = 0
               IF Trace-child-count < 200
                 ADD 1 TO Trace-child-count
                 Move IMG-ACCOUNT-ID to Tch-key(Trace-child-count)
                 PERFORM Date-trace-image
                 Move Trace-image-date to Tch-date(Trace-child-count)
               ELSE
                 Move "Y" to Trace-child-flag
               END-IF
             END-IF
           END-IF
           IF Norm-history-record
             IF Trace-step-count < 100
               ADD 1 TO Trace-step-count
               Move IMG-HIST-CHANGE-DATE to Tst-date(Trace-step-count)
               Move IMG-HIST-STEP to Tst-step(Trace-step-count)
               Move IMG-HIST-ACTION to Tst-action(Trace-step-count)
             ELSE
               Move "Y" to Trace-step-flag
             END-IF
           END-IF.
        Note-trace-row-EXIT.
           EXIT.

      * *******************************************
      * Utility method looking Trace-lookup-key up among the account's
      * generated rows - Trace-child-found comes back zero when the
      * key is not one of them
      * *******************************************
        Find-trace-child.
           Move 0 to Trace-child-found
           Perform varying Trace-child-index from 1 by 1
                   until Trace-child-index > Trace-child-count
                   OR Trace-child-found > 0
               IF Tch-key(Trace-child-index) EQUAL Trace-lookup-key
                 Move Trace-child-index to Trace-child-found
               END-IF
           End-perform.
        Find-trace-child-EXIT.
           EXIT.

      * *******************************************
      * Utility method picking the date an image is reported under -
      * a master's effective date, a transaction's date, the date a
      * status change was made
      * *******************************************
        Date-trace-image.
           EVALUATE TRUE
               WHEN Norm-transaction-record
                   Move IMG-TRAN-DATE to Trace-image-date
               WHEN Norm-history-record
                   Move IMG-HIST-CHANGE-DATE to Trace-image-date
               WHEN OTHER
                   Move IMG-EFFECTIVE-DATE to Trace-image-date
           END-EVALUATE.
        Date-trace-image-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method describing the image in Trace-image in one line - a
      * master's status, balance and memos, a transaction's type, amount and
      * parent, a status change's old and new codes and the step that made it
      * ****************************************************************************
        Describe-trace-image.
           Move Spaces to Trace-image-text
           Move 1 to Trace-text-pointer
           EVALUATE TRUE
               WHEN Norm-master-record
                   Move IMG-AMOUNT to Trace-amount-edited
                   PERFORM Edit-trace-amount
                   STRING "MASTER STATUS " DELIMITED BY SIZE
                          IMG-STATUS-CODE DELIMITED BY SIZE
                          " BALANCE " DELIMITED BY SIZE
                          Trace-amount-text DELIMITED BY SIZE
                          " LAST POST " DELIMITED BY SIZE
                          IMG-LAST-POST-DATE DELIMITED BY SIZE
                          " LAST PAY " DELIMITED BY SIZE
                          IMG-LAST-PAY-DATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          IMG-LAST-PAY-SEQ DELIMITED BY SIZE
                       INTO Trace-image-text
                       WITH POINTER Trace-text-pointer
                   END-STRING
               WHEN Norm-transaction-record
                   Move IMG-TRAN-AMOUNT to Trace-amount-edited
                   PERFORM Edit-trace-amount
                   STRING "TRANSACTION " DELIMITED BY SIZE
                          IMG-TRAN-TYPE DELIMITED BY SIZE
                          " AMOUNT " DELIMITED BY SIZE
                          Trace-amount-text DELIMITED BY SIZE
                          " PARENT " DELIMITED BY SIZE
                          IMG-TRAN-PARENT-ID DELIMITED BY SIZE
                       INTO Trace-image-text
                       WITH POINTER Trace-text-pointer
                   END-STRING
               WHEN Norm-history-record
                   STRING "STATUS CHANGE " DELIMITED BY SIZE
                          IMG-HIST-OLD-STATUS DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          IMG-HIST-NEW-STATUS DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          IMG-HIST-ACTION DELIMITED BY SIZE
                          " STEP " DELIMITED BY SIZE
                          IMG-HIST-STEP DELIMITED BY SIZE
                       INTO Trace-image-text
                       WITH POINTER Trace-text-pointer
                   END-STRING
               WHEN OTHER
                   STRING "RECORD TYPE " DELIMITED BY SIZE
                          IMG-RECORD-TYPE DELIMITED BY SIZE
                          " STATUS " DELIMITED BY SIZE
                          IMG-STATUS-CODE DELIMITED BY SIZE
                       INTO Trace-image-text
                       WITH POINTER Trace-text-pointer
                   END-STRING
           END-EVALUATE.
        Describe-trace-image-EXIT.
           EXIT.

      * *******************************************
      * Utility method turning the amount just staged in the edited
      * field into report text - an amount that cannot be edited
      * says so instead of printing as a misleading number
      * *******************************************
        Edit-trace-amount.
           Move Trace-amount-edited to Trace-amount-text
           IF Norm-master-record AND IMG-AMOUNT NOT NUMERIC
             Move "NOT NUMERIC" to Trace-amount-text
           END-IF
           IF Norm-transaction-record AND IMG-TRAN-AMOUNT NOT NUMERIC
             Move "NOT NUMERIC" to Trace-amount-text
           END-IF.
        Edit-trace-amount-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method placing the event staged in Trace-new-event into the table
      * after every event dated on or before it, shifting the later ones down -
      * when the table is already full the report is flagged incomplete instead
      * ****************************************************************************
        Insert-trace-event.
           IF Trace-event-count >= 500
             Move "Y" to Trace-event-flag
           ELSE
             Move 1 to Trace-search-index
             Perform until Trace-search-index > Trace-event-count
                     OR Tev-date(Trace-search-index) > Tnew-date
                 ADD 1 TO Trace-search-index
             End-perform
             Perform varying Trace-shift-index
                     from Trace-event-count by -1
                     until Trace-shift-index < Trace-search-index
                 Move Trace-event-entry(Trace-shift-index)
                     to Trace-event-entry(Trace-shift-index + 1)
             End-perform
             ADD 1 TO Trace-event-count
             Move Trace-new-event
                 to Trace-event-entry(Trace-search-index)
           END-IF.
        Insert-trace-event-EXIT.
           EXIT.

      * *******************************************
      * Utility method opening the account's block on the report
      * *******************************************
        Write-trace-heading.
           Move Trace-account-id to TRH-ACCOUNT
           Move Trace-run-date to TRH-RUN-DATE
           Move Spaces to TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD FROM Trace-heading-line.
        Write-trace-heading-EXIT.
           EXIT.

      * ****************************************************************************
      * Utility method writing the account's current master and its events in
      * date order, then the per-source counts.  An account with no master on
      * the cluster or found nowhere, or a report a full table cut short, is
      * noted and leaves return code 8
      * ****************************************************************************
        Write-trace-events.
           IF Trace-master-on-file
             WRITE TRACE-REPORT-RECORD FROM Trace-master-line
           ELSE
             Move "NO MASTER ON THE CLUSTER FOR ACCOUNT" to TRN-TEXT
             Move Trace-account-id to TRN-DETAIL
             PERFORM Write-trace-note
           END-IF
           WRITE TRACE-REPORT-RECORD FROM Trace-column-line
           Perform varying Trace-report-index from 1 by 1
                   until Trace-report-index > Trace-event-count
               IF Tev-date(Trace-report-index) EQUAL SPACES
                 Move "UNDATED" to TRE-DATE
               ELSE
                 Move Tev-date(Trace-report-index) to TRE-DATE
               END-IF
               Move Tev-source(Trace-report-index) to TRE-SOURCE
               Move Tev-key(Trace-report-index) to TRE-KEY
               Move Tev-text(Trace-report-index) to TRE-TEXT
               WRITE TRACE-REPORT-RECORD FROM Trace-event-line
           End-perform
           IF Trace-event-overflow
               OR Trace-child-overflow
               OR Trace-step-overflow
             Move "TRACE TABLE FULL - REPORT IS INCOMPLETE" to TRN-TEXT
             Move Spaces to TRN-DETAIL
             PERFORM Write-trace-note
           END-IF
           COMPUTE Trace-found-count = Trace-cluster-count
               + Trace-archive-count + Trace-journal-count
               + Trace-reject-count + Trace-runlog-count
           IF Trace-found-count = 0
             Move "NOTHING FOUND ON ANY DATASET FOR ACCOUNT" to TRN-TEXT
             Move Trace-account-id to TRN-DETAIL
             PERFORM Write-trace-note
           END-IF
           Move Trace-cluster-count to TRS-CLUSTER
           Move Trace-archive-count to TRS-ARCHIVE
           Move Trace-journal-count to TRS-JOURNAL
           Move Trace-reject-count to TRS-REJECT
           Move Trace-runlog-count to TRS-RUNLOG
           WRITE TRACE-REPORT-RECORD FROM Trace-summary-line.
        Write-trace-events-EXIT.
           EXIT.

      * *******************************************
      * Utility method writing the note staged in Trace-note-line -
      * every note is something the analyst must not miss, so each
      * one leaves return code 8
      * *******************************************
        Write-trace-note.
           WRITE TRACE-REPORT-RECORD FROM Trace-note-line
           IF RETURN-CODE EQUAL 0
             MOVE 8 TO RETURN-CODE
           END-IF.
        Write-trace-note-EXIT.
           EXIT.
       End program TRACE.
