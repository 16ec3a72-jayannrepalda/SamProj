             05 PARM-HOLD-INPUT-OPEN        PICTURE X(1).
             05 PARM-TRIAL-MODE             PICTURE X(1).
             05 PARM-STEP-NUMBER            Usage Comp PICTURE 9(4).
             05 PARM-CYCLE-DATE             PICTURE X(8).
             05 PARM-CHARGEOFF-DAYS         Usage Comp PICTURE 9(4).
             05 PARM-CREDIT-LIMIT           PICTURE 9(9)V99.
             05 PARM-NIGHT-POSTED-COUNT     Usage Comp PICTURE 9(9).
             05 PARM-NIGHT-POST-SKIPPED     Usage Comp PICTURE 9(9).
             05 PARM-NIGHT-POST-FAILED      Usage Comp PICTURE 9(9).
             05 PARM-NIGHT-ARCHIVED-COUNT   Usage Comp PICTURE 9(9).
             05 PARM-NIGHT-RETAINED-COUNT   Usage Comp PICTURE 9(9).
             05 PARM-SAMPLE-SIZE            Usage Comp PICTURE 9(4).
             05 PARM-SAMPLE-SEED            Usage Comp PICTURE 9(9).
      *    MULTIOUT OUTPUTS WANTED, ONE Y PER OUTPUT IN THE ORDER
      *    SPLIT, SUMMARY, XCHECK, STATEMNT, VERIFY, DUPCSV
             05 PARM-MULTI-OUTPUTS          PICTURE X(6).
          02 RESPONSE-AREA.                          
             05 PARM-IN-FILE-STATUS pic xx.
                88 parm-inputfile-success value "00".
             05 PARM-RESTORE-SKIPPED-COUNT Usage Comp pic 9(9).
             05 PARM-MAINT-ACCEPT-COUNT Usage Comp pic 9(9).
             05 PARM-MAINT-REFUSE-COUNT Usage Comp pic 9(9).
             05 PARM-CHARGEOFF-COUNT Usage Comp pic 9(9).
             05 PARM-CHARGEOFF-SKIPPED-COUNT Usage Comp pic 9(9).
             05 PARM-CHARGEOFF-FAILED-COUNT Usage Comp pic 9(9).
             05 PARM-CHARGEOFF-AMOUNT PICTURE S9(11)V99.
             05 PARM-TYPE-03-COUNT Usage Comp pic 9(9).
             05 PARM-HISTORY-COUNT Usage Comp pic 9(9).
             05 PARM-HISTORY-FAILED-COUNT Usage Comp pic 9(9).
             05 PARM-GL-ENTRY-COUNT Usage Comp pic 9(9).
             05 PARM-GL-UNMAPPED-COUNT Usage Comp pic 9(9).
             05 PARM-GL-DEBIT-TOTAL PICTURE S9(13)V99.
             05 PARM-GL-CREDIT-TOTAL PICTURE S9(13)V99.
             05 PARM-PAYMENT-APPLIED-COUNT Usage Comp pic 9(9).
             05 PARM-PAYMENT-SKIPPED-COUNT Usage Comp pic 9(9).
             05 PARM-PAYMENT-SUSPENSE-COUNT Usage Comp pic 9(9).
             05 PARM-PAYMENT-FAILED-COUNT Usage Comp pic 9(9).
             05 PARM-PAYMENT-AMOUNT PICTURE S9(11)V99.
             05 PARM-DUPCHK-GROUP-COUNT Usage Comp pic 9(9).
             05 PARM-DUPCHK-SUSPECT-COUNT Usage Comp pic 9(9).
             05 PARM-REVERSE-ACCOUNT-COUNT Usage Comp pic 9(9).
             05 PARM-REVERSE-ROW-COUNT Usage Comp pic 9(9).
             05 PARM-REVERSE-SKIPPED-COUNT Usage Comp pic 9(9).
             05 PARM-REVERSE-NOTFOUND-COUNT Usage Comp pic 9(9).
             05 PARM-REVERSE-FAILED-COUNT Usage Comp pic 9(9).
             05 PARM-REVERSE-AMOUNT PICTURE S9(11)V99.
             05 PARM-SNAPSHOT-ACCOUNT-COUNT Usage Comp pic 9(9).
             05 PARM-SNAPSHOT-CYCLE-COUNT Usage Comp pic 9(9).
             05 PARM-SNAPSHOT-AMOUNT PICTURE S9(13)V99.
             05 PARM-BUREAU-BASE-COUNT Usage Comp pic 9(9).
             05 PARM-BUREAU-EXCEPTION-COUNT Usage Comp pic 9(9).
             05 PARM-BUREAU-AMOUNT PICTURE S9(13)V99.
             05 PARM-SAMPLE-POPULATION-COUNT Usage Comp pic 9(9).
             05 PARM-SAMPLE-STRATUM-COUNT Usage Comp pic 9(9).
             05 PARM-SAMPLE-DRAWN-COUNT Usage Comp pic 9(9).
             05 PARM-SAMPLE-ROW-COUNT Usage Comp pic 9(9).
             05 PARM-LEGAL-HELD-COUNT Usage Comp pic 9(9).
             05 PARM-LEGAL-HOLD-COUNT Usage Comp pic 9(9).
             05 PARM-MULTI-RESPONSE OCCURS 6 TIMES.
                10 PARM-MULTI-ACTION PICTURE X(8).
                10 PARM-MULTI-RETURN-CODE Usage Comp pic 9(4).
                10 PARM-MULTI-REASON-CODE PICTURE X(8).
                10 PARM-MULTI-READ-COUNT Usage Comp pic 9(9).
                10 PARM-MULTI-WRITTEN-COUNT Usage Comp pic 9(9).
                10 PARM-MULTI-FINDINGS-COUNT Usage Comp pic 9(9).
