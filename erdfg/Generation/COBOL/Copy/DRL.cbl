      *
      *    A MASTER ROW'S DETAIL AREA CARRIES THE CYCLE-POSTING MEMO:
      *    THE DATE THE POST ACTION LAST CHARGED THE ACCOUNT, WHICH
      *    IS WHAT KEEPS A RERUN POSTING STEP FROM CHARGING TWICE,
      *    AND THE CASH-APPLICATION MEMO: THE DEPOSIT DATE AND ITEM
      *    SEQUENCE OF THE LAST LOCKBOX PAYMENT APPLIED, WHICH KEEPS
      *    A RERUN PAYMENT STEP FROM APPLYING THE SAME CHECK TWICE
      *
      *    A REVERSAL ROW IS A TRANSACTION ROW CUT BY THE REVERSE
      *    ACTION TO OFFSET A POSTED CHARGE: THE SAME TYPE AND DATE,
      *    THE AMOUNT NEGATED, AND THE KEY OF THE ROW IT OFFSETS
      *
      *    A STATUS-HISTORY ROW (RECORD TYPE 03) IS CUT WHENEVER AN
      *    ACTION CHANGES A MASTER'S STATUS CODE: THE OLD AND NEW
      *    CODES, THE DATE, AND THE ACTION AND BATCH STEP THAT MADE
      *    THE CHANGE.  LIKE A POSTED ROW IT IS KEYED BY A GENERATED
      *    SUFFIX AND NAMES ITS MASTER IN THE SAME DETAIL POSITION.
      *    ITS EFFECTIVE DATE IS THE DATE OF THE CHANGE, AND PURGE
      *    ARCHIVES IT PAST THE CUTOFF LIKE ANY OTHER ROW - THE PURGE
      *    ARCHIVE IS THE LASTING TRAIL OF STATUS CHANGES
      *
      *********************** DRL ******************************
      ***************************************************************
           05 PFX-RECORD-TYPE             PIC X(2).
              88 PFX-MASTER-RECORD        VALUE "01".
              88 PFX-TRANSACTION-RECORD   VALUE "02".
              88 PFX-HISTORY-RECORD       VALUE "03".
           05 PFX-TYPE-DETAIL             PIC X(49).
           05 PFX-MASTER-DETAIL REDEFINES PFX-TYPE-DETAIL.
              10 PFX-LAST-POST-DATE       PIC X(8).
              10 PFX-LAST-PAY-DATE        PIC X(8).
              10 PFX-LAST-PAY-SEQ         PIC X(6).
              10 FILLER                   PIC X(27).
           05 PFX-TRANSACTION-DETAIL REDEFINES PFX-TYPE-DETAIL.
              10 PFX-TRAN-DATE            PIC X(8).
              10 PFX-TRAN-TYPE            PIC X(2).
      *       EQUAL ITS MASTER'S ID; THIS FIELD NAMES THE PARENT, AND
      *       BLANK MEANS AN ORDINARY ROW KEYED BY ITS OWN ACCOUNT
              10 PFX-TRAN-PARENT-ID       PIC X(8).
      *       ON A REVERSAL ROW, THE KEY OF THE POSTED ROW IT OFFSETS.
      *       BLANK ON EVERY OTHER ROW; A POSTED ROW NAMED HERE BY A
      *       REVERSAL IS NEVER REVERSED A SECOND TIME
              10 PFX-TRAN-REVERSED-ID     PIC X(8).
              10 FILLER                   PIC X(12).
           05 PFX-HISTORY-DETAIL REDEFINES PFX-TYPE-DETAIL.
              10 PFX-HIST-CHANGE-DATE     PIC X(8).
              10 PFX-HIST-OLD-STATUS      PIC X(2).
              10 PFX-HIST-NEW-STATUS      PIC X(2).
              10 PFX-HIST-ACTION          PIC X(8).
              10 FILLER                   PIC X(1).
              10 PFX-HIST-PARENT-ID       PIC X(8).
              10 PFX-HIST-STEP            PIC 9(4).
              10 FILLER                   PIC X(16).
